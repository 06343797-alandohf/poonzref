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
      ** SOURCE FILE NAME: holdrec.cbl
      **
      ** DESCRIPTION: Request and reply area for the shared legal-hold
      **              check (holdchk).  The caller describes the
      **              material it is about to remove -- the database
      **              it belongs to and its date, or for a log record
      **              the record text to look for held database names
      **              in; with neither a database nor text the
      **              material is cross-database (an archived report)
      **              and any open hold over its date covers it.
      **              HOLDCHK-MATTER blank asks about every open
      **              matter, a matter id asks about that one alone;
      **              on a HOLDCHK-HELD reply it names the matter
      **              covering the material.  HOLDCHK-STATUS "35"
      **              means no hold register is on hand (nothing is
      **              held); "98" means the date given is not a
      **              yyyymmdd date, so the material was judged on
      **              its database alone -- a record of unknown date
      **              cannot be proved outside a hold's date range.
      ***********************************************************************
       01  HOLDCHK-AREA.
           05  HOLDCHK-MATTER      PIC X(9).
           05  HOLDCHK-DBNAME      PIC X(8).
           05  HOLDCHK-DATE        PIC X(8).
           05  HOLDCHK-TEXT        PIC X(250).
           05  HOLDCHK-RESULT      PIC X(1).
               88  HOLDCHK-HELD            VALUE "H".
               88  HOLDCHK-CLEAR           VALUE "C".
           05  HOLDCHK-STATUS      PIC X(2).
               88  HOLDCHK-REGISTER-READ   VALUE "00".
               88  HOLDCHK-NOT-ON-FILE     VALUE "35".
               88  HOLDCHK-DATE-INVALID    VALUE "98".
