      **     contact affected by the outage is reported before the
      **     stop half runs, instead of assembled by phone after
      **     the users notice.
      **     the readiness sweep is now followed by the monswch
      **     monitor switch step, which turns back on any monitor
      **     switch a collector needs that the restart left off; the
      **     window's return code is the worse of the two steps'.
      **     per-database outage mode: a database name after the
      **     window length in maintwin.cfg turns the window into a
      **     single-database outage -- the impact statement for that
      **     database alone, dbstop scoped to it (TOOLKITDB) to
      **     drain and force only its connections and DEACTIVATE it,
      **     the hold, then the dbready probe scoped to it (READYDB)
      **     to reactivate it -- bracketed in dbops.log by DATABASE
      **     OUTAGE START / END (or ABORTED / FAILED) entries; the
      **     database manager and the other databases stay up.
      **     a single-database outage now lifts the quiesce dbstop
      **     puts on the database before the dbready probe
      **     reactivates it; a database that stays quiesced fails
      **     the outage with an alert and an opslog entry.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
       FD  cfg-file.
       01  cfg-rec.
           05  cfg-window-secs      pic 9(5).
           05  cfg-dbname           pic x(8).

       FD  alert-file.
       01  alert-rec              pic x(100).
       copy "sqlca.cbl".

       77 window-secs          pic s9(9) comp-5 value 600.

      * a database named in maintwin.cfg makes the window a
      * single-database outage: that database is deactivated and
      * reactivated, and the database manager stays up
       77 outage-dbname        pic x(8) value spaces.
       77 dbname-len           pic s9(4) comp-5 value 0.
       77 rc                   pic s9(9) comp-5.

       01 alert-today          pic 9(8).
      * Variable for the shared dependency map (appimpct)
       77 imp-rc              pic s9(9) comp-5 value 0.

      * the readiness sweep's return code, held across the monitor
      * switch step so the worse of the two is the window's
       77 ready-rc            pic s9(9) comp-5 value 0.

       Procedure Division.
       maintwin-pgm section.


           perform read-config.

      * capture the control files before anything changes
           set environment "CFGSNAPMODE" to "C".

           if outage-dbname not equal spaces
              call "appimpct" using "I", outage-dbname,
                      "MAINTWIN  ", imp-rc
              call "cfgsnap"
              perform database-outage
              go to end-maintwin.

      * who is affected, and who to tell, before the outage starts
           call "appimpct" using "I", "ALL     ", "MAINTWIN  ",
                   imp-rc.

           call "cfgsnap".

           move spaces to log-detail.
           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "MAINTWIN  ", reg-rc.
           goback.

       database-outage section.
      *************************************************************
      * one database down for the window: dbstop scoped to it     *
      * (TOOLKITDB) drains and forces only its connections and    *
      * deactivates it, and the dbready sweep scoped to it        *
      * (READYDB) reactivates and probes it once the quiesce      *
      * dbstop left on it is lifted; the bracketing               *
      * DATABASE OUTAGE entries in dbops.log are what availrpt    *
      * charges to that database as planned downtime              *
      *************************************************************
           move spaces to log-detail.
           string outage-dbname delimited by space
                  " going down for maintenance -- manager stays up"
                     delimited by size
             into log-detail.
           call "opslog" using "MAINTWIN  ",
                   "DATABASE OUTAGE START         ", log-detail.

           set environment "TOOLKITDB" to outage-dbname.
           move 0 to RETURN-CODE.
           call "dbstop".
           set environment "TOOLKITDB" to spaces.

           if RETURN-CODE not less than 8
              move spaces to al-message
              string "outage aborted -- " delimited by size
                     outage-dbname delimited by space
                     " did not deactivate" delimited by size
                into al-message
              perform raise-alert
              move spaces to log-detail
              string outage-dbname delimited by space
                     " outage aborted -- dbstop did not complete"
                        delimited by size
                into log-detail
              call "opslog" using "MAINTWIN  ",
                      "DATABASE OUTAGE ABORTED       ", log-detail
              display "database outage aborted -- deactivate failed"
              move 8 to RETURN-CODE
              go to end-database-outage.

           display "Database ", outage-dbname, " is down for ",
                    "maintenance -- holding for ", window-secs,
                    " seconds".
           if window-secs > 0
              call "C$SLEEP" using window-secs
           end-if.

      * dbstop quiesced the database ahead of the deactivation --
      * lift it, or the readiness probe is shut out with the users
           move 0 to dbname-len.
           inspect outage-dbname tallying dbname-len for characters
              before initial " ".

      ******************************
      * UNQUIESCE DATABASE called  *
      ******************************
           call "sqlguqdb" using
                                 by value     dbname-len
                                 by reference sqlca
                                 by reference outage-dbname
                           returning rc.

           if SQLCODE less than 0
              move spaces to al-message
              string outage-dbname delimited by space
                     " still quiesced after its maintenance outage"
                        delimited by size
                into al-message
              perform raise-alert
              move spaces to log-detail
              string outage-dbname delimited by space
                     " outage left the database quiesced"
                        delimited by size
                into log-detail
              call "opslog" using "MAINTWIN  ",
                      "DATABASE OUTAGE FAILED        ", log-detail
              display "database ", outage-dbname,
                       " could not be unquiesced, SQLCODE = ", SQLCODE
              move 8 to RETURN-CODE
              go to end-database-outage.

           set environment "READYDB" to outage-dbname.
           move 0 to RETURN-CODE.
           call "dbready".
           set environment "READYDB" to spaces.

           if RETURN-CODE equal 0
              move spaces to log-detail
              string outage-dbname delimited by space
                     " reactivated after maintenance"
                        delimited by size
                into log-detail
              call "opslog" using "MAINTWIN  ",
                      "DATABASE OUTAGE END           ", log-detail
           else
              move spaces to al-message
              string outage-dbname delimited by space
                     " not ready after its maintenance outage"
                        delimited by size
                into al-message
              perform raise-alert
              move spaces to log-detail
              string outage-dbname delimited by space
                     " outage left the database down"
                        delimited by size
                into log-detail
              call "opslog" using "MAINTWIN  ",
                      "DATABASE OUTAGE FAILED        ", log-detail
              display "database ", outage-dbname,
                       " is NOT ready after the window"
              move 8 to RETURN-CODE
           end-if.
       end-database-outage. exit.

       verify-manager-up section.
      *************************************************************
                          "after dbstart -- probe started it"
              end-if
              call "dbready"
              move RETURN-CODE to ready-rc
      * a restart can bring the monitor switches back off --
      * put them back before the first collector finds out
              call "monswch"
              if ready-rc greater than RETURN-CODE
                 move ready-rc to RETURN-CODE
              end-if
              move spaces to log-detail
              move "database manager restarted after maintenance"
                 to log-detail
       read-config section.
      *************************************************************
      * maintwin.cfg: length of the maintenance window in seconds *
      * (5 digits), then optionally the one database to take down *
      * (8) in place of the whole database manager; missing file  *
      * keeps the 600-second whole-manager default                *
      *************************************************************
           open input cfg-file.
           read cfg-file
              at end continue
              not at end
                 move cfg-window-secs to window-secs
                 move cfg-dbname to outage-dbname
           end-read.
           close cfg-file.
       end-read-config. exit.
