      ** OUTPUT FILE: dbdecomm.out (available in the online documentation)
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
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DBDECOMM  ", reg-rc.
           goback.

       read-control section.
      *************************************************************
           if sqlcode not equal 0
              display "final backup FAILED, SQLCODE = ", sqlcode,
                       " -- sequence stopped"
              call "errdb" using "S", decomm-dbname
              move "DECOMMISSION FINAL BACKUP" to errloc
              call "checkerr" using SQLCA errloc "DBDECOMM  "
              move 8 to RETURN-CODE
           if sqlcode not equal 0
              display "uncatalog of ", decomm-dbname,
                       " FAILED, SQLCODE = ", sqlcode
              call "errdb" using "S", decomm-dbname
              move "UNCATALOG DATABASE" to errloc
              call "checkerr" using SQLCA errloc "DBDECOMM  "
              move 8 to RETURN-CODE
