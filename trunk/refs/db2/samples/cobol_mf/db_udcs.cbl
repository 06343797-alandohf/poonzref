      **     registry (runreg.log, via the runreg writer) on the way
      **     out, so the scheduler gate (rungate) can see whether and
      **     how this program completed.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
                           returning rc.
      *<--

           call "errdb" using "S", DBNAME.
           move "creating the database" to errloc.
           call "checkerr" using SQLCA errloc "DB_UDCS   ".

                           returning rc.
      *<--

           call "errdb" using "S", DBNAME.
           move "dropping the database" to errloc.
           call "checkerr" using SQLCA errloc "DB_UDCS   ".

