      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **         sqlgfrce -- FORCE USERS
      **         sqlgpstp -- STOP DATABASE MANAGER
      **         sqlgdeac -- DEACTIVATE DATABASE
      **         sqlgqdb  -- QUIESCE DATABASE
      **         sqlguqdb -- UNQUIESCE DATABASE
      **
      ** OUTPUT FILE: dbstop.out (available in the online documentation)
      ***********************************************************************
      **     the dbstop.events record -- agent ids get reused, and
      **     a force built from stale ids is aimed at whoever
      **     wandered into the number since.
      **     a stop run as one instance's turn in a rolling restart
      **     -- covered by the roll's run lock, with the roll's
      **     ticket handed down in ROLLTICKET -- proceeds under that
      **     one ticket instead of looking a STOPFORCE ticket up
      **     again for every instance; the ticket is still recorded
      **     in dbops.log.
      **     single-database outage: TOOLKITDB, when set, scopes the
      **     run to that one database -- its approval ticket
      **     (STOPFORCE for that database), its impact statement, a
      **     drain of its own connections without quiescing the
      **     instance, a force of only the agents connected to it
      **     (or the verified force list), and DEACTIVATE DATABASE
      **     in place of STOP DATABASE MANAGER, logged to dbops.log
      **     as DEACTIVATE DATABASE so the outage is charged to that
      **     database alone.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     a single-database outage now quiesces the database
      **     before DEACTIVATE, so nothing connects between the
      **     force and the deactivation, and lets it back open when
      **     the deactivation fails; the window driver unquiesces it
      **     on reactivation. the agent snapshot behind the outage
      **     force list is now checked through checkerr like the
      **     other snapshot calls.
      ***********************************************************************

       Identification Division.
      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc             pic s9(9) comp-5 value 0.
       77 appr-ticket         pic x(6) value spaces.
      * the ticket a rolling restart (rollrst) checked once for the
      * whole roll, handed down through ROLLTICKET
       77 roll-ticket         pic x(6) value spaces.
       77 appr-target         pic x(9) value "ALL".

      * Variable for the shared break-glass lookup (emrgchk)
       77 emrg-rc             pic s9(9) comp-5 value 8.
       77 snap-dbname         pic x(8) value "SAMPLE".
       77 grace-secs          pic s9(4) comp-5 value 30.

      * single-database outage: TOOLKITDB names the one database
      * whose connections are drained and forced and which is then
      * deactivated -- the database manager and every other
      * database on the instance stay up
       77 outage-dbname       pic x(8) value spaces.
       77 db-outage-sw        pic x value "N".
          88 db-outage-mode   value "Y".
       77 dbname-len          pic s9(4) comp-5 value 0.

      * Variables for the shared dependency map (appimpct) and the
      * ordered multi-database stop list (dbstop.stop.lst)
       77 imp-rc              pic s9(9) comp-5 value 0.

           perform read-config.

           accept outage-dbname from environment "TOOLKITDB".
           if outage-dbname not equal spaces
              move "Y" to db-outage-sw
              move outage-dbname to snap-dbname
              move outage-dbname to appr-target
              move spaces to wl-message
              string "database " delimited by size
                     outage-dbname delimited by space
                     " going offline -- disconnect now"
                        delimited by size
                into wl-message
           end-if.

      * preview mode measures everything and touches nothing --
      * no run lock, no force, no stop
           if preview-mode
              move 12 to RETURN-CODE
              go to end-dbstop.

      * one instance's turn in a rolling restart runs under the
      * roll's lock and the one ticket the roll already checked
           accept roll-ticket from environment "ROLLTICKET".
           if lock-rc equal 4
              and roll-ticket not equal spaces
              move roll-ticket to appr-ticket
              go to ticket-accepted.

           call "apprchk" using "STOPFORCE ", appr-target,
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              display "no approved ticket for STOPFORCE ",
                       appr-target, " -- refusing to stop"
              move spaces to log-detail
              string "no approved STOPFORCE ticket on file for "
                        delimited by size
                     appr-target delimited by space
                into log-detail
              call "opslog" using "DBSTOP    ",
                      "APPROVAL TICKET MISSING       ", log-detail
              move 12 to RETURN-CODE
              go to end-dbstop.

       ticket-accepted.
           move spaces to log-detail.
           string "proceeding under approval ticket "
                     delimited by size
       checks-satisfied.

           perform load-force-list.

      * who is affected, and who to tell, before anything is forced
      * -- a single-database outage drains only its own database
           if db-outage-mode
              call "appimpct" using "I", outage-dbname,
                      "DBSTOP    ", imp-rc
           else
              perform load-stop-list
              call "appimpct" using "I", "ALL     ", "DBSTOP    ",
                      imp-rc
           end-if.

           perform pre-stop-snapshot.

              end-if
           end-if.

      * forcing ALL USERS would take the whole instance's users
      * with it -- a single-database outage forces only the agents
      * connected to its database
           if db-outage-mode
              and not force-list-used
              perform collect-database-agents
              if force-list-count equal 0
                 move 0 to cbl-count
                 go to stop-the-manager
              end-if
           end-if.

           display "Forcing Users off DB2".
           move SQL-ASYNCH to sync-mode.


       stop-the-manager.

           if db-outage-mode
              perform deactivate-database
              go to end-dbstop.

           display "Stopping the Database Manager".

           perform load-node-list.
      * moment it reaches zero the stop proceeds -- FORCE only    *
      * runs if the hard deadline passes first                    *
      *************************************************************
      * quiescing the instance would shut every database out --
      * a single-database outage only watches its own drain
           if not db-outage-mode
      ****************************
      * QUIESCE INSTANCE called  *
      ****************************
              call "sqlgqins" using
                                    by reference sqlca
                              returning rc
              move "QUIESCE INSTANCE" to errloc
              call "checkerr" using SQLCA errloc "DBSTOP    "
           end-if.

           display "instance quiesced -- waiting for connections ",
                    "to drain (deadline ", drain-deadline-secs,
              end-if
           end-if.

           call "apprchk" using "STOPFORCE ", appr-target,
                   appr-ticket, appr-rc.
           if appr-rc equal 0
              display "  approval ticket : ", appr-ticket,
           end-if.
       tally-one-event-exit. exit.

       collect-database-agents section.
      *************************************************************
      * the agents connected to the outage database, from an     *
      * application-info snapshot of that database alone, become *
      * the force list                                            *
      *************************************************************
           move 1 to OBJ-NUM of SQLMA.
           move SQLMA-APPL-INFO-ALL to OBJ-TYPE of OBJ-VAR(1).
           move snap-dbname to SQLMA-OBJECT of OBJ-VAR(1).
           move SQLM-CURRENT-VERSION to current-version.

           call "sqlgmnsz" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference snap-buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", snap-dbname.
           move "ESTIMATE BUFFER SIZE FOR AGENT SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "DBSTOP    ".

           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference snap-buffer(1)
                                 by value     snap-buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", snap-dbname.
           move "OUTAGE DATABASE AGENT SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "DBSTOP    ".
           move 0 to force-list-count.
           if sqlcode less than 0
      * a failure the policy lets through leaves nobody to force
              go to end-collect-database-agents.

           set address of SQLM-APPLINFO-STRUCT
              to address of snap-buffer(1).
           move SQLM-APPL-COUNT to live-limit.
           if live-limit greater than 100
              move 100 to live-limit
           end-if.
           perform collect-one-agent
              varying live-idx from 1 by 1
              until live-idx > live-limit.
           if force-list-count greater than 0
              move "Y" to force-list-sw
           end-if.
           display force-list-count, " agent(s) connected to ",
                    snap-dbname, " to force".
       end-collect-database-agents. exit.

       collect-one-agent section.
           add 1 to force-list-count.
           move SQLM-AGENT-ID(live-idx) to agentid(force-list-count).
           move SQLM-APPL-AUTH-ID(live-idx)
              to force-auth(force-list-count).
       end-collect-one-agent. exit.

       deactivate-database section.
      *************************************************************
      * DEACTIVATE the outage database in place of stopping the   *
      * manager; the deactivation is what dbops.log records, so   *
      * the outage is charged to this one database.  It is        *
      * quiesced first so nothing connects between the force and  *
      * the deactivation, and stays quiesced until the window     *
      * reactivates it                                            *
      *************************************************************
           display "Deactivating database ", outage-dbname.
           move 0 to dbname-len.
           inspect outage-dbname tallying dbname-len for characters
              before initial " ".

      ****************************
      * QUIESCE DATABASE called  *
      ****************************
           call "sqlgqdb" using
                                 by value     dbname-len
                                 by reference sqlca
                                 by reference outage-dbname
                           returning rc.

           call "errdb" using "S", outage-dbname.
           move "QUIESCE DATABASE" to errloc.
           perform write-diag-record.
           call "checkerr" using SQLCA errloc "DBSTOP    ".

      *********************************
      * DEACTIVATE DATABASE API called *
      *********************************
           call "sqlgdeac" using
                                 by value     dbname-len
                                 by reference sqlca
                                 by reference outage-dbname
                           returning rc.

           call "errdb" using "S", outage-dbname.
           move "DEACTIVATING DATABASE" to errloc.
           perform write-diag-record.
           call "checkerr" using SQLCA errloc "DBSTOP    ".

           if sqlcode equal zero
              move "Y" to stopped-sw
              move spaces to log-detail
              string outage-dbname delimited by space
                     " deactivated -- database manager left up"
                        delimited by size
                into log-detail
              call "opslog" using "DBSTOP    ",
                      "DEACTIVATE DATABASE           ", log-detail
           else
              display "database ", outage-dbname,
                       " did not deactivate, SQLCODE = ", sqlcode
              perform unquiesce-database
              move 8 to RETURN-CODE
           end-if.

           perform write-event-record.
       end-deactivate-database. exit.

       unquiesce-database section.
      *************************************************************
      * a database that did not deactivate is let back open       *
      * rather than left quiesced with nothing to end the outage  *
      *************************************************************
      ******************************
      * UNQUIESCE DATABASE called  *
      ******************************
           call "sqlguqdb" using
                                 by value     dbname-len
                                 by reference sqlca
                                 by reference outage-dbname
                           returning rc.

           call "errdb" using "S", outage-dbname.
           move "UNQUIESCE DATABASE" to errloc.
           call "checkerr" using SQLCA errloc "DBSTOP    ".
       end-unquiesce-database. exit.

       broadcast-quiesce-warning section.
      *************************************************************
      * broadcast a quiesce warning and give connected users the  *
