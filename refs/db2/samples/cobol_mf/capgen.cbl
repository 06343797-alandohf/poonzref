      **     tablespace from that history and projects days until
      **     full, so a tight tablespace is known eight weeks before
      **     the migrate capacity gate finds out the hard way.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "CAPACITY SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "CAPGEN    ".

