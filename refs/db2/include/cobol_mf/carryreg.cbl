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
      ** SOURCE FILE NAME: carryreg.cbl
      **
      ** DESCRIPTION: The carry registry -- every resume carry a
      **              program keeps against a live file, the field
      **              that holds it (position and length in the
      **              carry's single record), what kind of value it
      **              is, and the file it refers to.  Kind R is a
      **              record count (how far into the file the program
      **              has read) and moves whenever logarch rewrites
      **              the file, so logarch rebases it in the same run;
      **              kind H is the highest key already handled (the
      **              key's position and length in the file, and an
      **              optional record-type byte the key is taken
      **              from); kind D is the newest date already
      **              handled, keyed the same way; kind M is a
      **              database monitor counter and refers to no file
      **              at all.  Keys and dates survive a rewrite; only
      **              record counts need rebasing.  logarch and the
      **              consistency check carychk both copy this one
      **              table -- a new carry is registered here.
      ***********************************************************************
       01 carry-reg-entries.
          05 filler.
             10 pic x(16) value "hostexp.seq".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "dbops.log".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "hostexp.seq".
             10 pic 9(3)  value 11.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "dbevents.log".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "hostexp.seq".
             10 pic 9(3)  value 21.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "alert.queue".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "dbnotify.seq".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 6.
             10 pic x(1)  value "H".
             10 pic x(16) value "incident.log".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 6.
             10 pic 9(3)  value 8.
             10 pic x(1)  value "O".
          05 filler.
             10 pic x(16) value "dbnotify.seq".
             10 pic 9(3)  value 8.
             10 pic 9(2)  value 6.
             10 pic x(1)  value "H".
             10 pic x(16) value "alert.queue".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 6.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "evtanom.seq".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 8.
             10 pic x(1)  value "D".
             10 pic x(16) value "dbevents.log".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 8.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "tktbrdg.seq".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 6.
             10 pic x(1)  value "H".
             10 pic x(16) value "incident.log".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 6.
             10 pic 9(3)  value 8.
             10 pic x(1)  value "O".
          05 filler.
             10 pic x(16) value "dlkcap.seq".
             10 pic 9(3)  value 10.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "M".
             10 pic x(16) value spaces.
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "thruput.seq".
             10 pic 9(3)  value 10.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "M".
             10 pic x(16) value spaces.
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "siemexp.seq".
             10 pic 9(3)  value 1.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "dbops.log".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "siemexp.seq".
             10 pic 9(3)  value 28.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "override.log".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "siemexp.seq".
             10 pic 9(3)  value 55.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "emergency.log".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.
          05 filler.
             10 pic x(16) value "siemexp.seq".
             10 pic 9(3)  value 82.
             10 pic 9(2)  value 9.
             10 pic x(1)  value "R".
             10 pic x(16) value "credvlt.audit".
             10 pic 9(3)  value 0.
             10 pic 9(2)  value 0.
             10 pic 9(3)  value 0.
             10 pic x(1)  value space.

       01 carry-reg-table redefines carry-reg-entries.
          05 carry-reg-item occurs 13 times.
             10 cg-carry-file    pic x(16).
             10 cg-field-pos     pic 9(3).
             10 cg-field-len     pic 9(2).
             10 cg-kind          pic x(1).
             10 cg-log-file      pic x(16).
             10 cg-key-pos       pic 9(3).
             10 cg-key-len       pic 9(2).
             10 cg-type-pos      pic 9(3).
             10 cg-type-value    pic x(1).
