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
      ** SOURCE FILE NAME: spanrec.cbl
      **
      ** DESCRIPTION: Request and reply area for the shared
      **              archive-spanning log reader (logspan).  The
      **              caller sets LOGSPAN-FUNCTION ("O" open, "R"
      **              read, "C" close), the log's basename and the
      **              from/to date range on the open; each read
      **              returns the next record of the stream -- the
      **              logarch archives that can hold records in the
      **              range, oldest first, then the live file -- in
      **              LOGSPAN-RECORD, with the file it came from.
      **              LOGSPAN-COVERED says whether every archive
      **              logarch.man names for the range is still on
      **              hand; when one is not, LOGSPAN-GAP-FILE and
      **              LOGSPAN-GAP-DATE name the first one missing and
      **              the date it was archived, for the caller's
      **              report header.
      ***********************************************************************
       01  LOGSPAN-AREA.
           05  LOGSPAN-FUNCTION    PIC X(1).
           05  LOGSPAN-LOGNAME     PIC X(30).
           05  LOGSPAN-FROM-DATE   PIC X(8).
           05  LOGSPAN-TO-DATE     PIC X(8).
           05  LOGSPAN-RECORD      PIC X(250).
           05  LOGSPAN-STATUS      PIC X(2).
               88  LOGSPAN-RECORD-READ     VALUE "00".
               88  LOGSPAN-END-OF-STREAM   VALUE "10".
               88  LOGSPAN-NOT-ON-FILE     VALUE "35".
           05  LOGSPAN-SOURCE      PIC X(44).
           05  LOGSPAN-ARCHIVES    PIC 9(3).
           05  LOGSPAN-COVERED     PIC X(1).
               88  LOGSPAN-RANGE-COVERED   VALUE "Y".
           05  LOGSPAN-GAP-FILE    PIC X(44).
           05  LOGSPAN-GAP-DATE    PIC X(8).
