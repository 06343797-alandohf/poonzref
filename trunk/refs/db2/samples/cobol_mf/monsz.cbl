      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     a snapshot that comes back SQL1611 now has the shared
      **     monswchk lookup append SWITCH OFF (naming the monitor
      **     switches this program needs that are off) or NO
      **     ACTIVITY to its errloc before checkerr logs it, so
      **     dbevents.log tells a switched-off monitor from a quiet
      **     database.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
                                 by value     current-version
                           returning rc.

           call "errdb" using "S", database-name.
           move "TAKING SNAPSHOT" to errloc.
      * SQL1611 is either a quiet database or a monitor switch this
      * program needs left off -- monswchk says which in the errloc
           if sqlcode equal 1611
              call "monswchk" using "MONSZ     ", database-name, errloc
           end-if.
           call "checkerr" using SQLCA errloc "MONSZ     ".

           perform read-next-db.
