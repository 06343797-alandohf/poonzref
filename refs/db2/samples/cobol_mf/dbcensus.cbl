      **         into dbstop.force.lst format (optionally limited to
      **         one auth id), so building a targeted force list
      **         stops being a transcription exercise from another
      **         team's tools.  The force list is written under its
      **         cfglock edit lock; a list another writer holds is
      **         left alone and the run ends with return code 8.
      **
      ** OUTPUT FILE: dbcensus.out (available in the online documentation)
      ***********************************************************************
      **     a listed agent id still belongs to the session the
      **     census saw -- agent ids get reused, and a force built
      **     from stale ids is aimed at whoever inherited them.
      **     The force list is written under the dbstop.force.lst
      **     cfglock edit lock; a list another writer holds is left
      **     alone and the run ends RC 8.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
       77 listed-count        pic s9(4) comp-5 value 0.
       77 forced-count        pic s9(4) comp-5 value 0.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version        pic 9(6) value 0.
       77 edit-installed      pic x(16) value spaces.
       77 edit-rc             pic s9(9) comp-5 value 0.
       77 release-rc          pic s9(9) comp-5 value 0.
       77 force-refused-sw    pic x value "N".
          88 force-refused    value "Y".

       01 database-name       pic x(8) value spaces.

       77 obj-count           pic s9(4) comp-5 value 1.
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "CENSUS SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "DBCENSUS  ".


           open output rpt-file.
           perform write-report-header.
           if force-list-mode
              perform take-force-list-lock
           end-if.
           if force-list-mode
              open output force-list-file
           end-if.
                   "DBCENSUS  ".
           if force-list-mode
              close force-list-file
              call "cfglock" using "R",
                      "dbstop.force.lst              ", "DBCENSUS  ",
                      edit-version, edit-installed, release-rc
              display "Agent ids written to dbstop.force.lst : ",
                       forced-count
           end-if.

           display "Connected applications reported : ", listed-count.
           if force-refused
              display "dbstop.force.lst not written -- locked"
              move 8 to RETURN-CODE
           end-if.

       end-dbcensus. goback.

           end-if.
       list-one-application-exit. exit.

       take-force-list-lock section.
      *************************************************************
      * dbstop.force.lst is a control file like any other: hold   *
      * its edit lock and pass the install check before it is     *
      * rewritten; refused, the census still reports but the list *
      * is left as the other writer has it                        *
      *************************************************************
           call "cfglock" using "A", "dbstop.force.lst              ",
                   "DBCENSUS  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              move "Y" to force-refused-sw
              move "R" to run-mode
              go to end-take-force-list-lock.
           call "cfglock" using "I", "dbstop.force.lst              ",
                   "DBCENSUS  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              call "cfglock" using "R",
                      "dbstop.force.lst              ", "DBCENSUS  ",
                      edit-version, edit-installed, release-rc
              move "Y" to force-refused-sw
              move "R" to run-mode
           end-if.
       end-take-force-list-lock. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
