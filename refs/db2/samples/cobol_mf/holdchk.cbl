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
      ** SOURCE FILE NAME: holdchk.cbl
      **
      ** SAMPLE: Shared legal-hold check, called in the manner of
      **         bizcal by everything that removes retained material
      **         -- logarch before it rolls a record out of a live
      **         log, bkprune before it prunes a backup image, and
      **         rptarch before it replaces an archived report.
      **         legalhold.dat is the hold register holdmnt keeps:
      **         one row per matter with its date range, the
      **         databases it covers (up to five, or ALL), who asked
      **         for it, when it was placed and when released, and
      **         the approved HOLD ticket it was placed under.  The
      **         caller passes the material in HOLDCHK-AREA (the
      **         holdrec copybook) and is told whether an open
      **         matter covers it, and which.  Material is covered
      **         when its date falls inside the matter's range (a
      **         blank end is open) and its database is one the
      **         matter names -- or, for a log record, one of them
      **         appears in the record's text; cross-database
      **         material (no database and no text) is covered by
      **         any open matter over its date.  The register is
      **         read once on the first call and held for the rest
      **         of the run; released matters cover nothing.
      **
      ** OUTPUT FILE: holdchk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "holdchk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select hold-file assign to hold-envfn
              organization is line sequential
              file status is hold-status.

       Data Division.
       File Section.
       FD  hold-file.
       01  hold-rec.
           05  lh-matter          pic x(9).
           05  filler             pic x.
           05  lh-from            pic x(8).
           05  filler             pic x.
           05  lh-to              pic x(8).
           05  filler             pic x.
           05  lh-requester       pic x(8).
           05  filler             pic x.
           05  lh-placed          pic x(8).
           05  filler             pic x.
           05  lh-released        pic x(8).
           05  filler             pic x.
           05  lh-ticket          pic x(6).
           05  filler             pic x.
           05  lh-db-slot         occurs 5 times.
               10  lh-db          pic x(8).
               10  filler         pic x.

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 hold-envfn           pic x(42).

       77 hold-status          pic x(2).
       77 end-of-hold-sw       pic x value "N".
          88 end-of-hold       value "Y".
       77 hold-loaded-sw       pic x value "N".
          88 hold-loaded       value "Y".
       77 hold-on-file-sw      pic x value "N".
          88 hold-on-file      value "Y".

      * the open matters, as read on the first call
       01 matter-entries.
          05 matter-entry      occurs 100 times.
             10 me-matter      pic x(9).
             10 me-from        pic x(8).
             10 me-to          pic x(8).
             10 me-all-sw      pic x.
             10 me-db          pic x(8) occurs 5 times.
       77 matter-count         pic s9(4) comp-5 value 0.
       77 matter-idx           pic s9(4) comp-5.
       77 slot-idx             pic s9(4) comp-5.

       77 date-valid-sw        pic x.
          88 date-valid        value "Y".
       77 db-match-sw          pic x.
          88 db-matched        value "Y".
       77 name-len             pic s9(4) comp-5.
       77 name-hits            pic s9(4) comp-5.

       Linkage Section.
       copy "holdrec.cbl".

       Procedure Division using HOLDCHK-AREA.
       holdchk-pgm section.

           call "envname" using "legalhold.dat                 ",
                   hold-envfn.

           move "C" to HOLDCHK-RESULT.
           if not hold-loaded
              perform load-register.
           if hold-on-file
              move "00" to HOLDCHK-STATUS
           else
              move "35" to HOLDCHK-STATUS
              go to end-holdchk.

           if HOLDCHK-DATE is numeric
              move "Y" to date-valid-sw
           else
              move "N" to date-valid-sw
              move "98" to HOLDCHK-STATUS
           end-if.

           perform judge-one-matter thru judge-one-matter-exit
              varying matter-idx from 1 by 1
              until matter-idx > matter-count or HOLDCHK-HELD.

       end-holdchk. exit program.

       load-register section.
      *************************************************************
      * legalhold.dat: only the matters not yet released are      *
      * held in the table -- a released matter covers nothing     *
      *************************************************************
           move "Y" to hold-loaded-sw.
           move "N" to end-of-hold-sw.
           open input hold-file.
           if hold-status not equal "00"
              go to end-load-register.
           move "Y" to hold-on-file-sw.
           perform load-one-matter thru load-one-matter-exit
              until end-of-hold or matter-count equal 100.
           close hold-file.
       end-load-register. exit.

       load-one-matter section.
           read hold-file
              at end
                 move "Y" to end-of-hold-sw
                 go to load-one-matter-exit
           end-read.
           if lh-matter equal spaces
              or lh-released not equal spaces
              go to load-one-matter-exit.
           add 1 to matter-count.
           move lh-matter to me-matter(matter-count).
           move lh-from   to me-from(matter-count).
           move lh-to     to me-to(matter-count).
           if lh-db(1) equal "ALL"
              move "Y" to me-all-sw(matter-count)
           else
              move "N" to me-all-sw(matter-count)
           end-if.
           perform load-one-slot
              varying slot-idx from 1 by 1
              until slot-idx > 5.
       load-one-matter-exit. exit.

       load-one-slot section.
           move lh-db(slot-idx) to me-db(matter-count, slot-idx).
       end-load-one-slot. exit.

       judge-one-matter section.
      *************************************************************
      * the matter asked about (or every open one), its date      *
      * range, then its databases                                 *
      *************************************************************
           if HOLDCHK-MATTER not equal spaces
              and HOLDCHK-MATTER not equal me-matter(matter-idx)
              go to judge-one-matter-exit.
           if date-valid
              if me-from(matter-idx) not equal spaces
                 and HOLDCHK-DATE less than me-from(matter-idx)
                 go to judge-one-matter-exit
              end-if
              if me-to(matter-idx) not equal spaces
                 and HOLDCHK-DATE greater than me-to(matter-idx)
                 go to judge-one-matter-exit
              end-if
           end-if.

           move "N" to db-match-sw.
           if me-all-sw(matter-idx) equal "Y"
              move "Y" to db-match-sw
           else
              if HOLDCHK-DBNAME equal spaces
                 and HOLDCHK-TEXT equal spaces
      * cross-database material: the date alone decides
                 move "Y" to db-match-sw
              else
                 perform match-one-slot
                    varying slot-idx from 1 by 1
                    until slot-idx > 5 or db-matched
              end-if
           end-if.
           if not db-matched
              go to judge-one-matter-exit.

           move "H" to HOLDCHK-RESULT.
           move me-matter(matter-idx) to HOLDCHK-MATTER.
       judge-one-matter-exit. exit.

       match-one-slot section.
           if me-db(matter-idx, slot-idx) equal spaces
              go to end-match-one-slot.
           if HOLDCHK-DBNAME not equal spaces
              if HOLDCHK-DBNAME equal me-db(matter-idx, slot-idx)
                 move "Y" to db-match-sw
              end-if
              go to end-match-one-slot.
      * a log record: the held name anywhere in its text
           move 0 to name-len.
           inspect me-db(matter-idx, slot-idx)
              tallying name-len for characters before initial space.
           move 0 to name-hits.
           inspect HOLDCHK-TEXT tallying name-hits
              for all me-db(matter-idx, slot-idx)(1:name-len).
           if name-hits greater than 0
              move "Y" to db-match-sw
           end-if.
       end-match-one-slot. exit.
