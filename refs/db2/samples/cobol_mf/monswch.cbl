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
      ** SOURCE FILE NAME: monswch.cbl
      **
      ** DB2 APIs USED:
      **         sqlgmon  -- GET/UPDATE MONITOR SWITCHES
      **
      ** SAMPLE: Monitor switch management.  After an instance
      **         restart the lock, table, bufferpool and UOW monitor
      **         switches can come back off, and every snapshot
      **         collector then gets SQL1611 and reports a quiet
      **         night.  monswch.pol lists which switches each
      **         collector needs -- collector program(10), database
      **         (8, blank or ALL for every database), then the
      **         switch names UOW, STATEMENT, TABLE, BUFFERPOOL, LOCK
      **         or SORT separated by spaces -- and for every active
      **         database in the inventory (DBSELECT honored) this
      **         attaches to the owning instance, reads the switch
      **         states, turns on every switch some collector needs
      **         there that is off (logged through opslog), and reads
      **         them back to verify.  monswch.ctl mode "V" verifies
      **         only, changing nothing.  monswch.rpt lists every
      **         needed switch with the collector that needs it, its
      **         state before and after, and a verdict; a needed
      **         switch still off sets return code 4.  It ends with
      **         GOBACK so a driver can run it as the step after
      **         dbstart and dbready, the way maintwin does.  The
      **         shared monswchk lookup reads the same policy to tell
      **         a collector's SQL1611 "switch off" from "no
      **         activity".
      **
      ** OUTPUT FILE: monswch.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "monswch".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select pol-file assign to pol-envfn
              organization is line sequential
              file status is pol-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).

       FD  pol-file.
       01  pol-rec                pic x(60).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 pol-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 inv-status          pic x(2).
       77 ctl-status          pic x(2).
       77 pol-status          pic x(2).
       77 end-of-list-sw      pic x value "N".
          88 end-of-list      value "Y".
       77 end-of-pol-sw       pic x value "N".
          88 end-of-pol       value "Y".
       77 db-select           pic x(4) value spaces.
       77 run-mode            pic x value "S".
          88 verify-only      value "V".
       77 reserved-area       pic x(8) value spaces.
       77 run-today           pic 9(8).
       77 run-now             pic 9(8).

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

       01 database-name       pic x(8) value spaces.

      * one policy row, read from monswch.pol or taken from the
      * built-in defaults
       01 pol-line.
          05 pl-program        pic x(10).
          05 filler            pic x.
          05 pl-dbname         pic x(8).
          05 filler            pic x.
          05 pl-switches       pic x(40).

      * the policy the collectors run under when monswch.pol is not
      * on hand -- the same defaults monswchk explains SQL1611 by
       01 default-pol-list.
          05 filler pic x(60) value
             "DBSNAP              LOCK".
          05 filler pic x(60) value
             "LOCKBLK             LOCK UOW".
          05 filler pic x(60) value
             "DLKCAP              LOCK".
          05 filler pic x(60) value
             "MONSZ               LOCK TABLE BUFFERPOOL UOW".
          05 filler pic x(60) value
             "TBLMAINT            TABLE".
          05 filler pic x(60) value
             "BUFRPT              BUFFERPOOL".
       01 default-pol-table redefines default-pol-list.
          05 default-pol-entry occurs 6 times pic x(60).
       77 default-idx          pic s9(4) comp-5.

      * the whole policy, held for the run
       01 pol-entries.
          05 pol-entry         occurs 50 times pic x(60).
       77 pol-count            pic s9(4) comp-5 value 0.
       77 pol-idx              pic s9(4) comp-5.

      * switch names in group order (group number plus one)
       01 switch-name-list.
          05 filler pic x(10) value "UOW".
          05 filler pic x(10) value "STATEMENT".
          05 filler pic x(10) value "TABLE".
          05 filler pic x(10) value "BUFFERPOOL".
          05 filler pic x(10) value "LOCK".
          05 filler pic x(10) value "SORT".
       01 switch-name-table redefines switch-name-list.
          05 switch-name       occurs 6 times pic x(10).

      * per database: which switches are needed, by which
      * collector first, and their states before and after
       01 sw-words.
          05 sw-word           occurs 6 times pic x(10).
       77 word-idx             pic s9(4) comp-5.
       77 group-idx            pic s9(4) comp-5.
       01 need-entries.
          05 need-entry        occurs 6 times.
             10 nd-needed      pic x.
             10 nd-program     pic x(10).
             10 nd-before      pic 9(9) comp-5.
             10 nd-after       pic 9(9) comp-5.
       77 needed-count         pic s9(4) comp-5.
       77 off-before-count     pic s9(4) comp-5.
       77 set-count            pic s9(4) comp-5 value 0.
       77 still-off-count      pic s9(4) comp-5 value 0.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(9).
          05 filler            pic x value space.
          05 dt-instance       pic x(18).
          05 filler            pic x value space.
          05 dt-switch         pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-program        pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-before         pic x(3).
          05 filler            pic x(4) value spaces.
          05 dt-after          pic x(3).
          05 filler            pic x(4) value spaces.
          05 dt-verdict        pic x(20).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

       Procedure Division.
       monswch-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : MONSWCH.CBL".

           accept run-today from date yyyymmdd.
           accept run-now   from time.
           accept db-select from environment "DBSELECT".
           move 0 to set-count.
           move 0 to still-off-count.

           perform read-control.
           perform load-policy.

           open output rpt-file.
           perform write-report-heading.

           move "N" to end-of-list-sw.
           open input inv-file.
           if inv-status not equal "00"
              display "MONSWCH: dbinv.dat not on hand -- run dbinvmnt"
              move "Y" to end-of-list-sw
              move 8 to RETURN-CODE
           end-if.
           perform read-next-db.
           perform check-one-db thru check-one-db-exit
              until end-of-list.
           close inv-file.

           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "MONSWCH   ", inst-rc
              move spaces to current-instance
           end-if.

           close rpt-file.
           call "rptarch" using "monswch.rpt                   ",
                   "MONSWCH   ".

           display "Monitor switches turned on : ", set-count.
           display "Needed switches still off  : ", still-off-count.
           if still-off-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-monswch. goback.

       read-control section.
      *************************************************************
      * monswch.ctl: mode(1) -- "S" set and verify (the default), *
      * "V" verify only                                           *
      *************************************************************
           move "S" to run-mode.
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode equal "V"
                    move "V" to run-mode
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-policy section.
           move 0 to pol-count.
           move "N" to end-of-pol-sw.
           open input pol-file.
           if pol-status not equal "00"
              display "no monswch.pol on file -- the built-in ",
                       "collector defaults apply"
              perform load-one-default
                 varying default-idx from 1 by 1
                 until default-idx > 6
              go to end-load-policy.
           perform load-one-pol-row thru load-one-pol-row-exit
              until end-of-pol or pol-count equal 50.
           close pol-file.
       end-load-policy. exit.

       load-one-default section.
           add 1 to pol-count.
           move default-pol-entry(default-idx) to pol-entry(pol-count).
       end-load-one-default. exit.

       load-one-pol-row section.
           read pol-file into pol-line
              at end
                 move "Y" to end-of-pol-sw
                 go to load-one-pol-row-exit
           end-read.
           if pl-program equal spaces
              or pl-program(1:1) equal "*"
              go to load-one-pol-row-exit.
           add 1 to pol-count.
           move pol-line to pol-entry(pol-count).
       load-one-pol-row-exit. exit.

       read-next-db section.
      *****************************************************
      * pull the next eligible database off the indexed   *
      * inventory -- active entries only, limited to the  *
      * DBSELECT environment when one is set              *
      *****************************************************
           move spaces to database-name.
           perform read-one-inv-entry thru read-one-inv-entry-exit
              until end-of-list or database-name not equal spaces.
       end-read-next-db. exit.

       read-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-list-sw
              not at end
                 if IV-IS-ACTIVE
                    and (db-select equal spaces
                       or db-select equal "ALL "
                       or db-select equal IV-ENVIRONMENT)
                    move IV-DBNAME   to database-name
                    move IV-INSTANCE to db-instance
                 end-if
           end-read.
       read-one-inv-entry-exit. exit.

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
                      "MONSWCH   ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "MONSWCH   ", inst-rc.
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

       check-one-db section.
           perform switch-instance.
           if db-instance not equal current-instance
              perform read-next-db
              go to check-one-db-exit.

           perform collect-needed-switches.
           if needed-count equal 0
              perform read-next-db
              go to check-one-db-exit.

      * the states before anything is touched
           perform read-switch-states.
           perform save-one-before
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

           if off-before-count greater than 0 and not verify-only
              perform set-needed-switches
           end-if.

      * read back -- a switch is on when the instance says so,
      * not when the request was sent
           perform read-switch-states.
           perform save-one-after
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

           perform report-one-switch
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

           perform read-next-db.
       check-one-db-exit. exit.

       collect-needed-switches section.
      *************************************************************
      * every policy row naming this database (or all databases)  *
      * adds its switches; the first collector to need a switch   *
      * is the one the report names                               *
      *************************************************************
           move 0 to needed-count.
           perform clear-one-need
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.
           perform apply-one-pol-entry
              varying pol-idx from 1 by 1
              until pol-idx > pol-count.
       end-collect-needed-switches. exit.

       clear-one-need section.
           move "N" to nd-needed(group-idx).
           move spaces to nd-program(group-idx).
           move 0 to nd-before(group-idx).
           move 0 to nd-after(group-idx).
       end-clear-one-need. exit.

       apply-one-pol-entry section.
           move pol-entry(pol-idx) to pol-line.
           if pl-dbname not equal spaces
              and pl-dbname not equal "ALL"
              and pl-dbname not equal database-name
              go to end-apply-one-pol-entry.
           move spaces to sw-words.
           unstring pl-switches delimited by all spaces
              into sw-word(1) sw-word(2) sw-word(3)
                   sw-word(4) sw-word(5) sw-word(6).
           perform mark-one-word
              varying word-idx from 1 by 1
              until word-idx > 6.
       end-apply-one-pol-entry. exit.

       mark-one-word section.
           if sw-word(word-idx) equal spaces
              go to end-mark-one-word.
           perform mark-if-named
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.
       end-mark-one-word. exit.

       mark-if-named section.
           if sw-word(word-idx) equal switch-name(group-idx)
              and nd-needed(group-idx) equal "N"
              move "Y" to nd-needed(group-idx)
              move pl-program to nd-program(group-idx)
              add 1 to needed-count
           end-if.
       end-mark-if-named. exit.

       read-switch-states section.
      *************************************************************
      * every group on hold: nothing changes, the states in       *
      * effect come back in the output fields                     *
      *************************************************************
           perform hold-one-group
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

      ************************************************
      * GET/UPDATE MONITOR SWITCHES API called       *
      ************************************************
           call "sqlgmon" using
                                 by value     SQLM-DBMON-VERSION2
                                 by reference reserved-area
                                 by reference SQLM-RECORDING-GROUP
                                 by reference sqlca
                           returning rc.
           move "GET MONITOR SWITCHES" to errloc.
           call "checkerr" using SQLCA errloc "MONSWCH   ".
       end-read-switch-states. exit.

       hold-one-group section.
           move SQLM-HOLD to SQLM-SW-INPUT-STATE(group-idx).
       end-hold-one-group. exit.

       save-one-before section.
           if group-idx equal 1
              move 0 to off-before-count
           end-if.
           move SQLM-SW-OUTPUT-STATE(group-idx)
              to nd-before(group-idx).
           if nd-needed(group-idx) equal "Y"
              and nd-before(group-idx) not equal SQLM-ON
              add 1 to off-before-count
           end-if.
       end-save-one-before. exit.

       save-one-after section.
           move SQLM-SW-OUTPUT-STATE(group-idx)
              to nd-after(group-idx).
       end-save-one-after. exit.

       set-needed-switches section.
      *************************************************************
      * needed and off goes on; everything else is held exactly   *
      * as it is -- a switch some other team turned on stays on   *
      *************************************************************
           perform request-one-group
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

      ************************************************
      * GET/UPDATE MONITOR SWITCHES API called       *
      ************************************************
           call "sqlgmon" using
                                 by value     SQLM-DBMON-VERSION2
                                 by reference reserved-area
                                 by reference SQLM-RECORDING-GROUP
                                 by reference sqlca
                           returning rc.
           move "UPDATE MONITOR SWITCHES" to errloc.
           call "checkerr" using SQLCA errloc "MONSWCH   ".
       end-set-needed-switches. exit.

       request-one-group section.
           if nd-needed(group-idx) equal "Y"
              and nd-before(group-idx) not equal SQLM-ON
              move SQLM-ON to SQLM-SW-INPUT-STATE(group-idx)
           else
              move SQLM-HOLD to SQLM-SW-INPUT-STATE(group-idx)
           end-if.
       end-request-one-group. exit.

       report-one-switch section.
           if nd-needed(group-idx) not equal "Y"
              go to end-report-one-switch.
           move spaces to dt-dbname.
           move database-name to dt-dbname.
           move current-instance to dt-instance.
           move switch-name(group-idx) to dt-switch.
           move nd-program(group-idx) to dt-program.
           if nd-before(group-idx) equal SQLM-ON
              move "ON " to dt-before
           else
              move "OFF" to dt-before
           end-if.
           if nd-after(group-idx) equal SQLM-ON
              move "ON " to dt-after
           else
              move "OFF" to dt-after
           end-if.

           if nd-after(group-idx) not equal SQLM-ON
              add 1 to still-off-count
              if verify-only
                 move "** OFF" to dt-verdict
              else
                 move "** STILL OFF" to dt-verdict
              end-if
           else
              if nd-before(group-idx) equal SQLM-ON
                 move "OK" to dt-verdict
              else
                 move "TURNED ON" to dt-verdict
                 add 1 to set-count
                 perform log-switch-on
              end-if
           end-if.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-report-one-switch. exit.

       log-switch-on section.
           move spaces to log-detail.
           string switch-name(group-idx) delimited by space
                  " switch turned on for " delimited by size
                  database-name delimited by space
                  " (needed by " delimited by size
                  nd-program(group-idx) delimited by space
                  ")" delimited by size
             into log-detail.
           call "opslog" using "MONSWCH   ",
                   "MONITOR SWITCH ON             ", log-detail.
       end-log-switch-on. exit.

       write-report-heading section.
           move spaces to rpt-line.
           string "MONITOR SWITCH CHECK " delimited by size
                  run-today delimited by size
                  " " delimited by size
                  run-now delimited by size
             into rpt-line.
           if verify-only
              move "(VERIFY ONLY)" to rpt-line(40:13)
           end-if.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  INSTANCE           SWITCH      "
                     delimited by size
                  "NEEDED BY   BEFORE AFTER  VERDICT"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-report-heading. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "monswch.ctl                   ",
                   ctl-envfn.
           call "envname" using "monswch.pol                   ",
                   pol-envfn.
           call "envname" using "monswch.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
