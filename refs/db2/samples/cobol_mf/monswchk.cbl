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
      ** SOURCE FILE NAME: monswchk.cbl
      **
      ** DB2 APIs USED:
      **         sqlgmon  -- GET/UPDATE MONITOR SWITCHES
      **
      ** SAMPLE: Shared SQL1611 explainer for the snapshot collectors.
      **         GET SNAPSHOT answers SQL1611 (no data) both when a
      **         database was quiet and when the monitor switch the
      **         collector depends on is off -- and in dbevents.log
      **         the two looked identical.  A collector that gets
      **         SQL1611 calls this with its program name, the
      **         database and its errloc before handing the SQLCA to
      **         checkerr: the switches that program needs come from
      **         the same monswch.pol policy monswch sets them from
      **         (built-in defaults when there is no policy file),
      **         the live switch states are read with every group on
      **         hold, and the errloc comes back suffixed "-- SWITCH
      **         OFF:" with the switches found off, or "-- NO
      **         ACTIVITY" when every one of them is on.
      **
      ** OUTPUT FILE: monswchk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "monswchk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select pol-file assign to pol-envfn
              organization is line sequential
              file status is pol-status.

       Data Division.
       File Section.
       FD  pol-file.
       01  pol-rec                pic x(60).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 pol-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".

       77 rc                  pic s9(9) comp-5.
       77 pol-status          pic x(2).
       77 end-of-pol-sw       pic x value "N".
          88 end-of-pol       value "Y".
       77 reserved-area       pic x(8) value spaces.

      * one policy row, read from monswch.pol or taken from the
      * built-in defaults
       01 pol-line.
          05 pl-program        pic x(10).
          05 filler            pic x.
          05 pl-dbname         pic x(8).
          05 filler            pic x.
          05 pl-switches       pic x(40).

      * the policy the collectors run under when monswch.pol is not
      * on hand -- the same defaults monswch sets from
       01 default-pol-list.
          05 filler pic x(60) value
             "DBSNAP              LOCK".
          05 filler pic x(60) value
             "LOCKBLK             LOCK UOW".
          05 filler pic x(60) value
             "DLKCAP              LOCK".
          05 filler pic x(60) value
             "MONSZ               LOCK TABLE BUFFERPOOL UOW".
          05 filler pic x(60) value
             "TBLMAINT            TABLE".
          05 filler pic x(60) value
             "BUFRPT              BUFFERPOOL".
       01 default-pol-table redefines default-pol-list.
          05 default-pol-entry occurs 6 times pic x(60).
       77 default-idx          pic s9(4) comp-5.

      * switch names in group order (group number plus one)
       01 switch-name-list.
          05 filler pic x(10) value "UOW".
          05 filler pic x(10) value "STATEMENT".
          05 filler pic x(10) value "TABLE".
          05 filler pic x(10) value "BUFFERPOOL".
          05 filler pic x(10) value "LOCK".
          05 filler pic x(10) value "SORT".
       01 switch-name-table redefines switch-name-list.
          05 switch-name       occurs 6 times pic x(10).

      * the switch words of one policy row, and the switches this
      * caller needs on this database
       01 sw-words.
          05 sw-word           occurs 6 times pic x(10).
       77 word-idx             pic s9(4) comp-5.
       77 group-idx            pic s9(4) comp-5.
       01 needed-flags.
          05 needed-sw         occurs 6 times pic x.
       77 needed-count         pic s9(4) comp-5.
       77 off-count            pic s9(4) comp-5.
       01 off-list             pic x(40).
       77 off-ptr              pic s9(4) comp-5.
       77 errloc-len           pic s9(4) comp-5.

       Linkage Section.
       01  lk-caller           pic x(10).
       01  lk-dbname           pic x(8).
       01  lk-errloc           pic x(80).

       Procedure Division using lk-caller, lk-dbname, lk-errloc.
       monswchk-pgm section.

           perform resolve-toolkit-filenames.

           move all "N" to needed-flags.
           move 0 to needed-count.
           perform load-caller-policy.

           perform read-switch-states.
           if SQLCODE less than 0
              move " -- SWITCH STATE UNKNOWN" to off-list
              perform append-to-errloc
              go to end-monswchk.

           move 0 to off-count.
           move " -- SWITCH OFF:" to off-list.
           move 16 to off-ptr.
           perform check-one-needed-switch
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

           if off-count equal 0
              move " -- NO ACTIVITY" to off-list
           end-if.
           perform append-to-errloc.

       end-monswchk. exit program.

       load-caller-policy section.
      *************************************************************
      * monswch.pol: program(10), database(8) -- blank or ALL for *
      * every database -- and the switch names, space-separated   *
      *************************************************************
           move "N" to end-of-pol-sw.
           open input pol-file.
           if pol-status not equal "00"
              perform use-default-policy
              go to end-load-caller-policy.
           perform check-one-pol-row thru check-one-pol-row-exit
              until end-of-pol.
           close pol-file.
       end-load-caller-policy. exit.

       use-default-policy section.
           perform check-one-default-row
              varying default-idx from 1 by 1
              until default-idx > 6.
       end-use-default-policy. exit.

       check-one-default-row section.
           move default-pol-entry(default-idx) to pol-line.
           perform apply-pol-row.
       end-check-one-default-row. exit.

       check-one-pol-row section.
           read pol-file into pol-line
              at end
                 move "Y" to end-of-pol-sw
                 go to check-one-pol-row-exit
           end-read.
           if pl-program(1:1) equal "*"
              go to check-one-pol-row-exit.
           perform apply-pol-row.
       check-one-pol-row-exit. exit.

       apply-pol-row section.
           if pl-program not equal lk-caller
              go to end-apply-pol-row.
           if pl-dbname not equal spaces
              and pl-dbname not equal "ALL"
              and pl-dbname not equal lk-dbname
              go to end-apply-pol-row.
           move spaces to sw-words.
           unstring pl-switches delimited by all spaces
              into sw-word(1) sw-word(2) sw-word(3)
                   sw-word(4) sw-word(5) sw-word(6).
           perform mark-one-word
              varying word-idx from 1 by 1
              until word-idx > 6.
       end-apply-pol-row. exit.

       mark-one-word section.
           if sw-word(word-idx) equal spaces
              go to end-mark-one-word.
           perform mark-if-named
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.
       end-mark-one-word. exit.

       mark-if-named section.
           if sw-word(word-idx) equal switch-name(group-idx)
              and needed-sw(group-idx) equal "N"
              move "Y" to needed-sw(group-idx)
              add 1 to needed-count
           end-if.
       end-mark-if-named. exit.

       read-switch-states section.
      *************************************************************
      * every group on hold: nothing changes, the states in       *
      * effect come back in the output fields                     *
      *************************************************************
           perform hold-one-group
              varying group-idx from 1 by 1
              until group-idx > SQLM-NUM-GROUPS.

      ************************************************
      * GET/UPDATE MONITOR SWITCHES API called       *
      ************************************************
           call "sqlgmon" using
                                 by value     SQLM-DBMON-VERSION2
                                 by reference reserved-area
                                 by reference SQLM-RECORDING-GROUP
                                 by reference sqlca
                           returning rc.
       end-read-switch-states. exit.

       hold-one-group section.
           move SQLM-HOLD to SQLM-SW-INPUT-STATE(group-idx).
       end-hold-one-group. exit.

       check-one-needed-switch section.
           if needed-sw(group-idx) not equal "Y"
              go to end-check-one-needed-switch.
           if SQLM-SW-OUTPUT-STATE(group-idx) equal SQLM-ON
              go to end-check-one-needed-switch.
           add 1 to off-count.
           string " " delimited by size
                  switch-name(group-idx) delimited by space
             into off-list with pointer off-ptr.
       end-check-one-needed-switch. exit.

       append-to-errloc section.
      *************************************************************
      * the verdict goes on the end of the caller's own errloc,   *
      * so the event record still names the failing call          *
      *************************************************************
           move 0 to errloc-len.
           inspect lk-errloc tallying errloc-len for characters
              before initial "  ".
           if errloc-len greater than 40
              move 40 to errloc-len
           end-if.
           move off-list to lk-errloc(errloc-len + 1:40).
       end-append-to-errloc. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "monswch.pol                   ",
                   pol-envfn.
       end-resolve-toolkit-filenames. exit.
