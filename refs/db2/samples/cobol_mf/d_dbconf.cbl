      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
                                by reference sqlca
                                by reference dbname
                           returning rc.
           call "errdb" using "S", dbname.
           move "GET DB CFG DEFAULTS" to errloc.
           call "checkerr" using SQLCA errloc "D_DBCONF  ".

