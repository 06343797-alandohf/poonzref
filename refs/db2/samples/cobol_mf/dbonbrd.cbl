      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     ends with GOBACK instead of STOP RUN so a new-database
      **     request from the service request intake (svcreq) can be
      **     queued for qrunner.
      **     a CREATE DATABASE that fails is logged through opslog
      **     and ends the onboarding with return code 8 instead of
      **     stopping the run in checkerr, so a queued request fails
      **     in qrunner and the queue goes on.
      ***********************************************************************

       Identification Division.
       77 step-outcome        pic x(50).
       77 worst-step-rc       pic s9(4) comp-5 value 0.
       77 saved-rc            pic s9(4) comp-5 value 0.
       77 create-failed-sw    pic x value "N".
          88 create-failed    value "Y".

       77 onbrd-today         pic 9(8).
       77 onbrd-now           pic 9(8).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).
       77 create-sqlcode      pic -(8)9.

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.
                   "ONBOARDING STARTED            ", log-detail.

           perform create-the-database.
      * nothing further is stood up around a database that was
      * not created
           if create-failed
              move 8 to RETURN-CODE
              go to end-dbonbrd.
           perform set-catalog-comment.
           perform add-inventory-entry.
           perform append-process-entries.
       end-dbonbrd.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DBONBRD   ", reg-rc.
           goback.

       read-intake section.
      *************************************************************
           end-if.
           perform note-step-outcome.

           if sqlcode not equal 0
              move "Y" to create-failed-sw
              move sqlcode to create-sqlcode
              move spaces to log-detail
              string "onboarding of " delimited by size
                     DBNAME delimited by space
                     " stopped -- CREATE sqlcode " delimited by size
                     create-sqlcode delimited by size
                into log-detail
              call "opslog" using "DBONBRD   ",
                      "ONBOARDING FAILED             ", log-detail
           end-if.
       end-create-the-database. exit.

       set-catalog-comment section.
