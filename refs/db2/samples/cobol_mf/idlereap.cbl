      ** OUTPUT FILE: idlereap.out (available in the online documentation)
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "REAPER CENSUS SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "IDLEREAP  ".

