      **     (macrorun): the standard multi-program procedures
      **     replay step by step, pausing before anything
      **     disruptive, instead of running from memory.
      **     menu item 23 dispatches the operator master
      **     maintenance (opermnt): who each operator id belongs
      **     to, and when a leaver left.
      **     menu item 24 dispatches the department master
      **     maintenance (deptmnt): the DEPT= codes setact and
      **     sessinit accept, and the dates each one is valid.
      **     menu item 25 dispatches the business-day calendar
      **     maintenance (calmnt): holidays, worked days and fiscal
      **     period ends, and the year's change-calendar blackouts.
      **     menu item 26 dispatches the single-database card
      **     inquiry (dbcard): inventory, backups, capacity,
      **     compliance, incidents, alerts, readiness, tonight's
      **     work and the standing notes on one screen.
      **     the item table moved to the menutab.cbl copybook, so
      **     the quarterly access recertification (recert) turns
      **     operauth.ctl grants back into program names from the
      **     very same list the menu dispatches from.
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
       77 exit-sw            pic x value "N".
          88 exit-requested  value "Y".

       copy "menutab.cbl".

       77 idx                pic 99.
       77 found-sw           pic x value "N".
       77 auth-idx           pic 99.
       77 auth-number        pic 99.
       01 allowed-flags.
          05 allowed-flag    occurs 26 times pic x value "Y".

      * the matched profile row, copied out of the file record
      * before the CLOSE leaves that record area undefined
           display " ".
           display "DB2 Administration Toolkit".
           perform show-menu-item thru end-show-menu-item
              varying idx from 1 by 1 until idx > 26.
           display "00  EXIT".
       end-display-menu. exit.

           move 1 to idx.
           move "N" to found-sw.
           perform find-menu-item thru end-find-menu-item
              until idx > 26 or item-found.

           if not item-found
              display "Invalid selection"

      * a profile file exists, so access is now deny-by-default
           perform clear-one-flag
              varying idx from 1 by 1 until idx > 26.
           if profile-found
              perform allow-one-item
                 varying auth-idx from 1 by 1 until auth-idx > 20
           if pr-number(auth-idx) is numeric
              move pr-number(auth-idx) to auth-number
              if auth-number greater than 0
                 and auth-number not greater than 26
                 move "Y" to allowed-flag(auth-number)
              end-if
           end-if.
