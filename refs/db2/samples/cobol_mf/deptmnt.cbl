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
      ** SOURCE FILE NAME: deptmnt.cbl
      **
      ** SAMPLE: Menu-driven maintenance for the department master
      **         (deptmst.dat) in the opermnt manner -- list the
      **         master, add a department (DEPT= code, name, cost
      **         centre, budget owner, valid-from date), change a
      **         department's details, or set the dates its code is
      **         valid between.  A code that is retired keeps its
      **         row with the date it stopped being valid, so the
      **         accounting strings stamped while it was live still
      **         reconcile (deptrcn).  Every change is logged through
      **         opslog.  Dispatched from opermenu.
      **
      ** OUTPUT FILE: deptmnt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "deptmnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select dept-file assign to dept-envfn
              organization is indexed
              access mode is dynamic
              record key is DP-CODE
              file status is dept-status.

       Data Division.
       File Section.
       FD  dept-file.
       copy "deptrec.cbl".

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 dept-envfn           pic x(42).

       77 dept-status          pic x(2).
       77 choice               pic 9 value 0.
       77 exit-sw              pic x value "N".
          88 exit-requested    value "Y".
       77 answer               pic x(40).
       77 end-of-dept-sw       pic x.
          88 end-of-dept       value "Y".
       77 row-count            pic s9(4) comp-5 value 0.
       77 entry-code           pic x(10).
       77 entry-from           pic x(8).
       77 entry-to             pic x(8).

       01 dept-line.
          05 dl-code           pic x(10).
          05 filler            pic x value space.
          05 dl-name           pic x(30).
          05 filler            pic x value space.
          05 dl-costctr        pic x(10).
          05 filler            pic x value space.
          05 dl-owner          pic x(20).
          05 filler            pic x value space.
          05 dl-valid-from     pic x(8).
          05 filler            pic x value space.
          05 dl-valid-to       pic x(8).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       deptmnt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DEPTMNT.CBL".

           perform open-master.

           perform master-menu thru master-menu-exit
              until exit-requested.

           close dept-file.

       end-deptmnt. goback.

       open-master section.
           open i-o dept-file.
           if dept-status equal "35"
      * first ever run -- build the master file empty and carry on
              open output dept-file
              close dept-file
              open i-o dept-file
           end-if.
       end-open-master. exit.

       master-menu section.
           display " ".
           display "Department master maintenance".
           display "1  List the departments".
           display "2  Add a department".
           display "3  Change a department's details".
           display "4  Set the dates a code is valid".
           display "0  EXIT".
           display "Enter selection : " with no advancing.
           accept choice.

           if choice equal 0
              move "Y" to exit-sw
              go to master-menu-exit.

           evaluate choice
              when 1 perform list-master
              when 2 perform add-department
              when 3 perform change-department
              when 4 perform set-validity
              when other display "Invalid selection"
           end-evaluate.
       master-menu-exit. exit.

       list-master section.
           move "N" to end-of-dept-sw.
           move 0 to row-count.
           move low-values to DP-CODE.
           start dept-file key is greater than DP-CODE
              invalid key
                 display "the department master is empty"
                 go to end-list-master
           end-start.
           display "DEPT       NAME                           COST CTR",
                    "   BUDGET OWNER         FROM     TO".
           perform list-one-department thru list-one-department-exit
              until end-of-dept.
           display row-count, " department(s)".
       end-list-master. exit.

       list-one-department section.
           read dept-file next record
              at end
                 move "Y" to end-of-dept-sw
                 go to list-one-department-exit
           end-read.
           add 1 to row-count.
           move DP-CODE       to dl-code.
           move DP-NAME       to dl-name.
           move DP-COSTCTR    to dl-costctr.
           move DP-OWNER      to dl-owner.
           move DP-VALID-FROM to dl-valid-from.
           if DP-OPEN-ENDED
              move "OPEN" to dl-valid-to
           else
              move DP-VALID-TO to dl-valid-to
           end-if.
           display dept-line.
       list-one-department-exit. exit.

       add-department section.
      *************************************************************
      * a code, a name and the date it is valid from are          *
      * required; a new code is open-ended until it is retired    *
      *************************************************************
           display "department code       : " with no advancing.
           accept answer.
           if answer equal spaces
              display "department code must not be blank -- not added"
              go to end-add-department.
           move spaces to DEPTMST-REC.
           move answer(1:10) to DP-CODE.

           display "department name       : " with no advancing.
           accept answer.
           if answer equal spaces
              display "department name must not be blank -- not added"
              go to end-add-department.
           move answer(1:30) to DP-NAME.

           display "cost centre           : " with no advancing.
           accept answer.
           move answer(1:10) to DP-COSTCTR.

           display "budget owner          : " with no advancing.
           accept answer.
           move answer(1:20) to DP-OWNER.

           display "valid from (yyyymmdd) : " with no advancing.
           accept answer.
           if answer(1:8) is not numeric
              display "date must be numeric yyyymmdd -- not added"
              go to end-add-department.
           move answer(1:8) to DP-VALID-FROM.

           move spaces to DP-VALID-TO.
           write DEPTMST-REC
              invalid key
                 display "add rejected -- ", DP-CODE,
                          " is already in the master"
                 go to end-add-department
           end-write.

           move spaces to log-detail.
           string "department " delimited by size
                  DP-CODE delimited by space
                  " added (" delimited by size
                  DP-NAME delimited by "  "
                  ")" delimited by size
             into log-detail.
           call "opslog" using "DEPTMNT   ",
                   "DEPARTMENT MASTER UPDATED     ", log-detail.
           display "department added".
       end-add-department. exit.

       change-department section.
      *************************************************************
      * each field is offered with its current value; a blank     *
      * answer keeps it                                           *
      *************************************************************
           display "department to change  : " with no advancing.
           accept answer.
           move answer(1:10) to DP-CODE.
           read dept-file
              invalid key
                 display answer(1:10), " is not in the master"
                 go to end-change-department
           end-read.

           display "name (", DP-NAME, ") : " with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:30) to DP-NAME
           end-if.
           display "cost centre (", DP-COSTCTR, ") : "
              with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:10) to DP-COSTCTR
           end-if.
           display "budget owner (", DP-OWNER, ") : "
              with no advancing.
           accept answer.
           if answer not equal spaces
              move answer(1:20) to DP-OWNER
           end-if.

           rewrite DEPTMST-REC
              invalid key
                 display "change failed for ", DP-CODE
                 go to end-change-department
           end-rewrite.

           move spaces to log-detail.
           string "department " delimited by size
                  DP-CODE delimited by space
                  " details changed" delimited by size
             into log-detail.
           call "opslog" using "DEPTMNT   ",
                   "DEPARTMENT MASTER UPDATED     ", log-detail.
           display "department changed".
       end-change-department. exit.

       set-validity section.
      *************************************************************
      * a code is never deleted: retiring it sets the last date   *
      * it is valid, so strings stamped before then still match;  *
      * a blank answer keeps the current date, "OPEN" clears the  *
      * valid-to date                                             *
      *************************************************************
           display "department code       : " with no advancing.
           accept answer.
           move answer(1:10) to DP-CODE.
           move DP-CODE to entry-code.
           read dept-file
              invalid key
                 display answer(1:10), " is not in the master"
                 go to end-set-validity
           end-read.
           move DP-VALID-FROM to entry-from.
           move DP-VALID-TO to entry-to.

           display "valid from (", DP-VALID-FROM, ") : "
              with no advancing.
           accept answer.
           if answer not equal spaces
              if answer(1:8) is not numeric
                 display "date must be numeric yyyymmdd -- not changed"
                 go to end-set-validity
              end-if
              move answer(1:8) to entry-from
           end-if.

           display "valid to, yyyymmdd or OPEN (", DP-VALID-TO, ") : "
              with no advancing.
           accept answer.
           if answer(1:4) equal "OPEN" or answer(1:4) equal "open"
              move spaces to entry-to
           else
              if answer not equal spaces
                 if answer(1:8) is not numeric
                    display "date must be numeric yyyymmdd -- ",
                             "not changed"
                    go to end-set-validity
                 end-if
                 move answer(1:8) to entry-to
              end-if
           end-if.

           if entry-to not equal spaces and entry-to < entry-from
              display "valid to is before valid from -- not changed"
              go to end-set-validity.

           move entry-from to DP-VALID-FROM.
           move entry-to to DP-VALID-TO.
           rewrite DEPTMST-REC
              invalid key
                 display "change failed for ", entry-code
                 go to end-set-validity
           end-rewrite.

           move spaces to log-detail.
           if DP-OPEN-ENDED
              string "department " delimited by size
                     DP-CODE delimited by space
                     " valid from " delimited by size
                     DP-VALID-FROM delimited by size
                     ", open-ended" delimited by size
                into log-detail
           else
              string "department " delimited by size
                     DP-CODE delimited by space
                     " valid " delimited by size
                     DP-VALID-FROM delimited by size
                     " to " delimited by size
                     DP-VALID-TO delimited by size
                into log-detail
           end-if.
           call "opslog" using "DEPTMNT   ",
                   "DEPARTMENT VALIDITY CHANGED   ", log-detail.
           display entry-code, " validity changed".
       end-set-validity. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "deptmst.dat                   ",
                   dept-envfn.
       end-resolve-toolkit-filenames. exit.
