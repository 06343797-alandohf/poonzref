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
      ** SOURCE FILE NAME: bizcrec.cbl
      **
      ** DESCRIPTION: Request and reply area for the shared
      **              business-day calendar lookup (bizcal).  The
      **              caller sets BIZCAL-DATE; the reply says how the
      **              shop counts that date -- a business day, a
      **              declared holiday or a weekend -- its weekday
      **              (1 Monday .. 7 Sunday), whether it is a fiscal
      **              period end ("M" month, "Q" quarter, "Y" year)
      **              and the calendar's description of it, the
      **              period ends either side of it, and the last
      **              business day before it.  BIZCAL-STATUS "35"
      **              means no calendar is on hand and the date was
      **              classed on the weekday alone; "98" means the
      **              date given is not a valid yyyymmdd.
      ***********************************************************************
       01  BIZCAL-AREA.
           05  BIZCAL-DATE         PIC X(8).
           05  BIZCAL-DAY-CLASS    PIC X(1).
               88  BIZCAL-BUSINESS-DAY     VALUE "B".
               88  BIZCAL-HOLIDAY          VALUE "H".
               88  BIZCAL-WEEKEND          VALUE "W".
           05  BIZCAL-WEEKDAY      PIC 9(1).
           05  BIZCAL-PERIOD-END   PIC X(1).
               88  BIZCAL-IS-PERIOD-END    VALUE "M" "Q" "Y".
           05  BIZCAL-DESC         PIC X(30).
           05  BIZCAL-PRIOR-END    PIC X(8).
           05  BIZCAL-NEXT-END     PIC X(8).
           05  BIZCAL-PREV-BUSINESS PIC X(8).
           05  BIZCAL-STATUS       PIC X(2).
               88  BIZCAL-CALENDAR-READ    VALUE "00".
               88  BIZCAL-NOT-ON-FILE      VALUE "35".
               88  BIZCAL-DATE-INVALID     VALUE "98".
