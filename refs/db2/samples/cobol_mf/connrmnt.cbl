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
      ** SOURCE FILE NAME: connrmnt.cbl
      **
      ** SAMPLE: Menu-driven maintenance for the authorized
      **         connection registry (connreg.dat) in the rostmnt
      **         manner -- list the registry, add an entry (database,
      **         kind A for an auth id or P for an application name,
      **         the name, the owner answering for it and the date
      **         it is next due for review), or delete a database's
      **         entry, with the old version saved aside as
      **         connreg.dat.bak before every rewrite.  connaud
      **         checks the connections dbcensus and wkldprof see
      **         against this list.
      **
      ** OUTPUT FILE: connrmnt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "connrmnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select reg-file assign to reg-envfn
              organization is line sequential
              file status is reg-status.
           select new-file assign to new-envfn
              organization is line sequential
              file status is new-status.
           select bak-file assign to bak-filename
              organization is line sequential.

       Data Division.
       File Section.
       FD  reg-file.
       01  reg-rec.
           05  cr-dbname          pic x(8).
           05  filler             pic x.
           05  cr-kind            pic x(1).
           05  filler             pic x.
           05  cr-name            pic x(20).
           05  filler             pic x.
           05  cr-owner           pic x(20).
           05  filler             pic x.
           05  cr-review-date     pic x(8).

       FD  new-file.
       01  new-rec                pic x(61).

       FD  bak-file.
       01  bak-rec                pic x(61).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 reg-envfn            pic x(42).
       77 new-envfn            pic x(42).
       77 bak-filename         pic x(46).

       77 reg-status           pic x(2).
       77 new-status           pic x(2).
       77 choice               pic 9 value 0.
       77 exit-sw              pic x value "N".
          88 exit-requested    value "Y".
       77 answer               pic x(40).
       77 end-of-reg-sw        pic x.
          88 end-of-reg        value "Y".
       77 end-of-new-sw        pic x.
          88 end-of-new        value "Y".
       77 row-count            pic s9(4) comp-5 value 0.
       77 dropped-count        pic s9(4) comp-5 value 0.

       77 entry-dbname         pic x(8).
       77 entry-kind           pic x(1).
       77 entry-name           pic x(20).
       77 entry-owner          pic x(20).
       77 entry-review-date    pic x(8).

       01 reg-line.
          05 rl-dbname         pic x(8).
          05 filler            pic x value space.
          05 rl-kind           pic x(1).
          05 filler            pic x value space.
          05 rl-name           pic x(20).
          05 filler            pic x value space.
          05 rl-owner          pic x(20).
          05 filler            pic x value space.
          05 rl-review-date    pic x(8).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       connrmnt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CONNRMNT.CBL".

           perform registry-menu thru registry-menu-exit
              until exit-requested.

       end-connrmnt. goback.

       registry-menu section.
           display " ".
           display "Authorized connection registry maintenance".
           display "1  List the registry".
           display "2  Add a registry entry".
           display "3  Delete a registry entry".
           display "0  EXIT".
           display "Enter selection : " with no advancing.
           accept choice.

           if choice equal 0
              move "Y" to exit-sw
              go to registry-menu-exit.

           evaluate choice
              when 1 perform list-registry
              when 2 perform add-registry-entry
              when 3 perform delete-registry-entry
              when other display "Invalid selection"
           end-evaluate.
       registry-menu-exit. exit.

       list-registry section.
           move "N" to end-of-reg-sw.
           move 0 to row-count.
           open input reg-file.
           if reg-status not equal "00"
              display "no connreg.dat on file -- the registry is ",
                       "empty"
              go to end-list-registry.
           display "DATABASE K NAME                 OWNER",
                    "                REVIEW".
           perform list-one-entry thru list-one-entry-exit
              until end-of-reg.
           close reg-file.
           display row-count, " registry entr(ies)".
       end-list-registry. exit.

       list-one-entry section.
           read reg-file
              at end
                 move "Y" to end-of-reg-sw
                 go to list-one-entry-exit
           end-read.
           add 1 to row-count.
           display cr-dbname, " ", cr-kind, " ", cr-name, " ",
                    cr-owner, " ", cr-review-date.
       list-one-entry-exit. exit.

       add-registry-entry section.
      *************************************************************
      * one entry per database, kind and name: a database and a   *
      * name that are not blank, kind A (auth id) or P            *
      * (application name), an owner, and a numeric review date   *
      *************************************************************
           display "database              : " with no advancing.
           accept answer.
           if answer equal spaces
              display "database must not be blank -- not added"
              go to end-add-registry-entry.
           move answer(1:8) to entry-dbname.

           display "kind A=auth id P=application : " with no advancing.
           accept answer.
           if answer(1:1) not equal "A" and answer(1:1) not equal "P"
              display "kind must be A or P -- not added"
              go to end-add-registry-entry.
           move answer(1:1) to entry-kind.

           display "auth id / application : " with no advancing.
           accept answer.
           if answer equal spaces
              display "name must not be blank -- not added"
              go to end-add-registry-entry.
           move answer(1:20) to entry-name.

           display "owner                 : " with no advancing.
           accept answer.
           if answer equal spaces
              display "owner must not be blank -- not added"
              go to end-add-registry-entry.
           move answer(1:20) to entry-owner.

           display "review date (yyyymmdd) : " with no advancing.
           accept answer.
           if answer(1:8) is not numeric
              display "review date must be numeric yyyymmdd -- ",
                       "not added"
              go to end-add-registry-entry.
           move answer(1:8) to entry-review-date.

           perform save-old-version.
           move entry-dbname      to rl-dbname.
           move entry-kind        to rl-kind.
           move entry-name        to rl-name.
           move entry-owner       to rl-owner.
           move entry-review-date to rl-review-date.
           open extend reg-file.
           if reg-status not equal "00"
              open output reg-file
           end-if.
           write reg-rec from reg-line.
           close reg-file.

           move spaces to log-detail.
           string "registry entry added " delimited by size
                  entry-dbname delimited by space
                  " " delimited by size
                  entry-kind delimited by size
                  " " delimited by size
                  entry-name delimited by space
             into log-detail.
           call "opslog" using "CONNRMNT  ",
                   "CONNECTION REGISTRY UPDATED   ", log-detail.
           display "registry entry added".
       end-add-registry-entry. exit.

       delete-registry-entry section.
      *************************************************************
      * the registry is rewritten through a side file minus the   *
      * named database/kind/name entry -- the file as it stood is *
      * saved as connreg.dat.bak first, the cfgmnt convention     *
      *************************************************************
           display "database to delete    : " with no advancing.
           accept answer.
           move answer(1:8) to entry-dbname.

           display "kind A/P              : " with no advancing.
           accept answer.
           move answer(1:1) to entry-kind.

           display "auth id / application : " with no advancing.
           accept answer.
           move answer(1:20) to entry-name.

           move "N" to end-of-reg-sw.
           move 0 to dropped-count.
           open input reg-file.
           if reg-status not equal "00"
              display "no connreg.dat on file -- nothing to delete"
              go to end-delete-registry-entry.
           open output new-file.
           perform sift-one-entry thru sift-one-entry-exit
              until end-of-reg.
           close reg-file.
           close new-file.

           if dropped-count equal 0
              display "no matching registry entry -- file unchanged"
              go to end-delete-registry-entry.

           perform save-old-version.
           perform swap-in-new-registry.

           move spaces to log-detail.
           string "registry entry deleted " delimited by size
                  entry-dbname delimited by space
                  " " delimited by size
                  entry-kind delimited by size
                  " " delimited by size
                  entry-name delimited by space
             into log-detail.
           call "opslog" using "CONNRMNT  ",
                   "CONNECTION REGISTRY UPDATED   ", log-detail.
           display dropped-count, " registry entr(ies) deleted".
       end-delete-registry-entry. exit.

       sift-one-entry section.
           read reg-file
              at end
                 move "Y" to end-of-reg-sw
                 go to sift-one-entry-exit
           end-read.
           if cr-dbname equal entry-dbname
              and cr-kind equal entry-kind
              and cr-name equal entry-name
              add 1 to dropped-count
           else
              write new-rec from reg-rec
           end-if.
       sift-one-entry-exit. exit.

       swap-in-new-registry section.
           move "N" to end-of-new-sw.
           open input new-file.
           open output reg-file.
           perform copy-one-entry thru copy-one-entry-exit
              until end-of-new.
           close new-file.
           close reg-file.
       end-swap-in-new-registry. exit.

       copy-one-entry section.
           read new-file
              at end
                 move "Y" to end-of-new-sw
                 go to copy-one-entry-exit
           end-read.
           write reg-rec from new-rec.
       copy-one-entry-exit. exit.

       save-old-version section.
      *************************************************************
      * the edit is reversible: the registry as it stood is       *
      * copied to connreg.dat.bak before anything is rewritten    *
      *************************************************************
           move "N" to end-of-reg-sw.
           open input reg-file.
           if reg-status not equal "00"
              go to end-save-old-version.
           move spaces to bak-filename.
           string reg-envfn delimited by space
                  ".bak"    delimited by size
             into bak-filename.
           open output bak-file.
           perform back-up-one-entry thru back-up-one-entry-exit
              until end-of-reg.
           close reg-file.
           close bak-file.
       end-save-old-version. exit.

       back-up-one-entry section.
           read reg-file
              at end
                 move "Y" to end-of-reg-sw
                 go to back-up-one-entry-exit
           end-read.
           write bak-rec from reg-rec.
       back-up-one-entry-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "connreg.dat                   ",
                   reg-envfn.
           call "envname" using "connreg.dat.new               ",
                   new-envfn.
       end-resolve-toolkit-filenames. exit.
