      ***********************************************************************
      ** Licensed Materials - Property of IBM
      **
      ** Governed under the terms of the International
      ** License Agreement for Non-Warranted Sample Code.
      **
      ** (C) COPYRIGHT International Business Machines Corp. 1995 - 2002
      ** All Rights Reserved.
      **
      ** US Government Users Restricted Rights - Use, duplication or
      ** disclosure restricted by GSA ADP Schedule Contract with IBM Corp.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: opermnt.cbl
      **
      ** SAMPLE: Menu-driven maintenance for the operator master
      **         (opermst.dat) in the rostmnt manner -- list the
      **         master, add an operator (id, full name, team,
      **         manager's id, phone, shift D/E/N), change an
      **         operator's details, or mark an operator as left
      **         on a given date.  A leaver keeps their row, so
      **         operrcn can still tell a departed id from one
      **         nobody ever heard of.  Every change is logged
      **         through opslog.  Dispatched from opermenu.
      **
      ** OUTPUT FILE: opermnt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "opermnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select opmst-file assign to opmst-envfn
              organization is indexed
              access mode is dynamic
              record key is OM-OPERATOR
              file status is opmst-status.

       Data Division.
       File Section.
       FD  opmst-file.
       copy "opmstrec.cbl".

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 opmst-envfn          pic x(42).

       77 opmst-status         pic x(2).
       77 choice               pic 9 value 0.
       77 exit-sw              pic x value "N".
          88 exit-requested    value "Y".
       77 answer               pic x(40).
       77 end-of-opmst-sw      pic x.
          88 end-of-opmst      value "Y".
       77 row-count            pic s9(4) comp-5 value 0.
       77 entry-operator       pic x(8).

       01 opmst-line.
          05 ml-operator       pic x(8).
          05 filler            pic x value space.
          05 ml-full-name      pic x(30).
          05 filler            pic x value space.
          05 ml-team           pic x(10).
          05 filler            pic x value space.
          05 ml-manager        pic x(8).
          05 filler            pic x value space.
          05 ml-shift          pic x(1).
          05 filler            pic x value space.
          05 ml-status         pic x(12).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       opermnt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : OPERMNT.CBL".

           perform open-master.

           perform master-menu thru master-menu-exit
              until exit-requested.

           close opmst-file.

       end-opermnt. goback.

       open-master section.
           open i-o opmst-file.
           if opmst-status equal "35"
      * first ever run -- build the master file empty and carry on
              open output opmst-file
              close opmst-file
              open i-o opmst-file
           end-if.
       end-open-master. exit.

       master-menu section.
           display " ".
           display "Operator master maintenance".
           display "1  List the operators".
           display "2  Add an operator".
           display "3  Change an operator's details".
           display "4  Mark an operator as left".
           display "0  EXIT".
           display "Enter selection : " with no advancing.
           accept choice.

           if choice equal 0
              move "Y" to exit-sw
              go to master-menu-exit.

           evaluate choice
              when 1 perform list-master
              when 2 perform add-operator
              when 3 perform change-operator
              when 4 perform mark-operator-left
              when other display "Invalid selection"
           end-evaluate.
       master-menu-exit. exit.

       list-master section.
           move "N" to end-of-opmst-sw.
           move 0 to row-count.
           move low-values to OM-OPERATOR.
           start opmst-file key is greater than OM-OPERATOR
              invalid key
                 display "the operator master is empty"
                 go to end-list-master
           end-start.
           display "OPERATOR FULL NAME                      TEAM",
                    "       MANAGER  S STATUS".
           perform list-one-operator thru list-one-operator-exit
              until end-of-opmst.
           display row-count, " operator(s)".
       end-list-master. exit.

       list-one-operator section.
           read opmst-file next record
              at end
                 move "Y" to end-of-opmst-sw
                 go to list-one-operator-exit
           end-read.
           add 1 to row-count.
           move OM-OPERATOR  to ml-operator.
           move OM-FULL-NAME to ml-full-name.
           move OM-TEAM      to ml-team.
           move OM-MANAGER   to ml-manager.
           move OM-SHIFT     to ml-shift.
           if OM-HAS-LEFT
              move spaces to ml-status
              string "LEFT " delimited by size
                     OM-LEFT-DATE delimited by size
                into ml-status
           else
              move "ACTIVE" to ml-status
           end-if.
           display opmst-line.
       list-one-operator-exit. exit.

       add-operator section.
      *************************************************************
      * an id, a name and a shift are required; the rest may be   *
      * filled in later through a change                          *
      *************************************************************
           display "operator id           : " with no advancing.
           accept answer.
           if answer equal spaces
              display "operator id must not be blank -- not added"
              go to end-add-operator.
           move spaces to OPMST-REC.
           move answer(1:8) to OM-OPERATOR.

           display "full name             : " with no advancing.
           accept answer.
           if answer equal spaces
              display "full name must not be blank -- not added"
              go to end-add-operator.
           move answer(1:30) to OM-FULL-NAME.

           display "team                  : " with no advancing.
           accept answer.
           move answer(1:10) to OM-TEAM.

           display "manager's operator id : " with no advancing.
           accept answer.
           move answer(1:8) to OM-MANAGER.

           display "phone                 : " with no advancing.
           accept answer.
           move answer(1:20) to OM-PHONE.

           display "shift D=day E=eve N=night : " with no advancing.
           accept answer.
           if answer(1:1) not equal "D" and answer(1:1) not equal "E"
              and answer(1:1) not equal "N"
              display "shift must be D, E or N -- not added"
              go to end-add-operator.
           move answer(1:1) to OM-SHIFT.

           move "A" to OM-STATUS.
           move spaces to OM-LEFT-DATE.
           write OPMST-REC
              invalid key
                 display "add rejected -- ", OM-OPERATOR,
                          " is already in the master"
                 go to end-add-operator
           end-write.

           move spaces to log-detail.
           string "operator " delimited by size
                  OM-OPERATOR delimited by space
                  " added (" delimited by size
                  OM-FULL-NAME delimited by "  "
                  ")" delimited by size
             into log-detail.
           call "opslog" using "OPERMNT   ",
                   "OPERATOR MASTER UPDATED       ", log-detail.
           display "operator added".
       end-add-operator. exit.

       change-operator section.
      *************************************************************
      * each field is offered with its current value; a blank     *
      * answer keeps it                                           *
      *************************************************************
           display "operator id to change : " with no advancing.
           accept answer.
           move answer(1:8) to OM-OPERATOR.
           read opmst-file
              invalid key
                 display answer(1:8), " is not in the master"
                 go to end-change-operator
           end-read.

           display "full name (", OM-FULL-NAME, ") : "
              with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:30) to OM-FULL-NAME
           end-if.
           display "team (", OM-TEAM, ") : " with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:10) to OM-TEAM
           end-if.
           display "manager (", OM-MANAGER, ") : " with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:8) to OM-MANAGER
           end-if.
           display "phone (", OM-PHONE, ") : " with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:20) to OM-PHONE
           end-if.
           display "shift (", OM-SHIFT, ") : " with no advancing.
           accept answer.
           if answer not equal spaces
              if answer(1:1) not equal "D"
                 and answer(1:1) not equal "E"
                 and answer(1:1) not equal "N"
                 display "shift must be D, E or N -- not changed"
                 go to end-change-operator
              end-if
              move answer(1:1) to OM-SHIFT
           end-if.

           rewrite OPMST-REC
              invalid key
                 display "change failed for ", OM-OPERATOR
                 go to end-change-operator
           end-rewrite.

           move spaces to log-detail.
           string "operator " delimited by size
                  OM-OPERATOR delimited by space
                  " details changed" delimited by size
             into log-detail.
           call "opslog" using "OPERMNT   ",
                   "OPERATOR MASTER UPDATED       ", log-detail.
           display "operator changed".
       end-change-operator. exit.

       mark-operator-left section.
      *************************************************************
      * a leaver is never deleted: the row stays with the date    *
      * they left, so every later use of the id stands out        *
      *************************************************************
           display "operator id who left  : " with no advancing.
           accept answer.
           move answer(1:8) to OM-OPERATOR.
           move OM-OPERATOR to entry-operator.
           read opmst-file
              invalid key
                 display answer(1:8), " is not in the master"
                 go to end-mark-operator-left
           end-read.

           display "date left (yyyymmdd)  : " with no advancing.
           accept answer.
           if answer(1:8) is not numeric
              display "date must be numeric yyyymmdd -- not changed"
              go to end-mark-operator-left.

           move "L" to OM-STATUS.
           move answer(1:8) to OM-LEFT-DATE.
           rewrite OPMST-REC
              invalid key
                 display "change failed for ", entry-operator
                 go to end-mark-operator-left
           end-rewrite.

           move spaces to log-detail.
           string "operator " delimited by size
                  OM-OPERATOR delimited by space
                  " marked as left on " delimited by size
                  OM-LEFT-DATE delimited by size
             into log-detail.
           call "opslog" using "OPERMNT   ",
                   "OPERATOR MARKED AS LEFT       ", log-detail.
           display entry-operator, " marked as left -- run operrcn ",
                    "to find what still names them".
       end-mark-operator-left. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "opermst.dat                   ",
                   opmst-envfn.
       end-resolve-toolkit-filenames. exit.
