      **         noticed.  Mode "O" rewrites dbstop.stop.lst in
      **         quiesce order by rank, so a multi-database stop
      **         drains dependents before the databases they depend
      **         on, under the list's cfglock edit lock -- a list
      **         another writer holds is left in its own order with
      **         a warning.  Called by dbstop and maintwin before
      **         acting.
      **
      ** OUTPUT FILE: appimpct.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     Stop-list ordering takes the dbstop.stop.lst cfglock
      **     edit lock; a list another writer holds is left in its
      **     own order with RC 4.
      ***********************************************************************

       Identification Division.
       77 swapped-sw           pic x.

       77 impact-count         pic s9(4) comp-5 value 0.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 want-dbname          pic x(8).

       Linkage Section.
      * the list sorts ascending -- dependents drain before the   *
      * databases they depend on                                   *
      *************************************************************
           call "cfglock" using "A", "dbstop.stop.lst               ",
                   "APPIMPCT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display lk-caller, ": stop list locked by another ",
                       "writer -- left in its own order"
              move 4 to lk-rc
              go to end-order-stop-list.

           open input stop-list-file.
           if stop-list-status not equal "00"
              perform release-stop-list-lock
              move 4 to lk-rc
              go to end-order-stop-list.
           perform load-one-stop-db thru load-one-stop-db-exit
           close stop-list-file.

           if order-count equal 0
              perform release-stop-list-lock
              go to end-order-stop-list.

           perform sort-stop-list.

           call "cfglock" using "I", "dbstop.stop.lst               ",
                   "APPIMPCT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-stop-list-lock
              display lk-caller, ": stop list not reordered"
              move 4 to lk-rc
              go to end-order-stop-list.

           open output stop-list-file.
           perform write-one-stop-db
              varying order-idx from 1 by 1
              until order-idx > order-count.
           close stop-list-file.
           perform release-stop-list-lock.

           display lk-caller, ": stop list ordered by dependency ",
                    "rank (", order-count, " database(s))".
       end-order-stop-list. exit.

       release-stop-list-lock section.
           call "cfglock" using "R", "dbstop.stop.lst               ",
                   "APPIMPCT  ", edit-version, edit-installed,
                   release-rc.
       end-release-stop-list-lock. exit.

       load-one-stop-db section.
           read stop-list-file
              at end
