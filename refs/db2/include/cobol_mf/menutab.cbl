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
      ** SOURCE FILE NAME: menutab.cbl
      **
      ** DESCRIPTION: The operator menu's item table -- menu number,
      **              target program and description for every
      **              opermenu selection.  operauth.ctl grants are
      **              menu numbers, so anything that has to turn a
      **              grant back into the program it runs (opermenu
      **              itself, the recertification run recert) copies
      **              this one table rather than a list of its own.
      ***********************************************************************
       01 menu-entries.
          05 filler.
             10 pic 99 value 1.
             10 pic x(10) value "d_dbconf".
             10 pic x(40) value "Get database configuration defaults".
          05 filler.
             10 pic 99 value 2.
             10 pic x(10) value "dbinst".
             10 pic x(40) value "Attach/detach database instances".
          05 filler.
             10 pic 99 value 3.
             10 pic x(10) value "dbstart".
             10 pic x(40) value "Start the database manager".
          05 filler.
             10 pic 99 value 4.
             10 pic x(10) value "dbstop".
             10 pic x(40) value "Stop the database manager".
          05 filler.
             10 pic 99 value 5.
             10 pic x(10) value "monreset".
             10 pic x(40) value "Reset database monitor counters".
          05 filler.
             10 pic 99 value 6.
             10 pic x(10) value "d_dbmcon".
             10 pic x(40) value "Get db manager config defaults".
          05 filler.
             10 pic 99 value 7.
             10 pic x(10) value "db_udcs".
             10 pic x(40) value "Create/drop a collated database".
          05 filler.
             10 pic 99 value 8.
             10 pic x(10) value "dbcmt".
             10 pic x(40) value "Change/report directory comments".
          05 filler.
             10 pic 99 value 9.
             10 pic x(10) value "dbsnap".
             10 pic x(40) value "Take a database monitor snapshot".
          05 filler.
             10 pic 99 value 10.
             10 pic x(10) value "migrate".
             10 pic x(40) value "Migrate databases".
          05 filler.
             10 pic 99 value 11.
             10 pic x(10) value "monsz".
             10 pic x(40) value "Estimate buffer size and snapshot".
          05 filler.
             10 pic 99 value 12.
             10 pic x(10) value "restart".
             10 pic x(40) value "Restart a database".
          05 filler.
             10 pic 99 value 13.
             10 pic x(10) value "setact".
             10 pic x(40) value "Set the DB2 accounting string".
          05 filler.
             10 pic 99 value 14.
             10 pic x(10) value "cfgmnt".
             10 pic x(40) value "Maintain the control files".
          05 filler.
             10 pic 99 value 15.
             10 pic x(10) value "loginq".
             10 pic x(40) value "Inquire on the operations logs".
          05 filler.
             10 pic 99 value 16.
             10 pic x(10) value "shifthnd".
             10 pic x(40) value "Build the shift-handover pack".
          05 filler.
             10 pic 99 value 17.
             10 pic x(10) value "rostmnt".
             10 pic x(40) value "Maintain the on-call roster".
          05 filler.
             10 pic 99 value 18.
             10 pic x(10) value "repoqry".
             10 pic x(40) value "Canned queries over DBTOOLRP".
          05 filler.
             10 pic 99 value 19.
             10 pic x(10) value "qsubmit".
             10 pic x(40) value "Submit work to the batch queue".
          05 filler.
             10 pic 99 value 20.
             10 pic x(10) value "runbkmnt".
             10 pic x(40) value "Maintain the SQLCODE runbook".
          05 filler.
             10 pic 99 value 21.
             10 pic x(10) value "rptcat".
             10 pic x(40) value "Browse the report archive".
          05 filler.
             10 pic 99 value 22.
             10 pic x(10) value "macrorun".
             10 pic x(40) value "Record/replay runbook macros".
          05 filler.
             10 pic 99 value 23.
             10 pic x(10) value "opermnt".
             10 pic x(40) value "Maintain the operator master".
          05 filler.
             10 pic 99 value 24.
             10 pic x(10) value "deptmnt".
             10 pic x(40) value "Maintain the department master".
          05 filler.
             10 pic 99 value 25.
             10 pic x(10) value "calmnt".
             10 pic x(40) value "Maintain the business-day calendar".
          05 filler.
             10 pic 99 value 26.
             10 pic x(10) value "dbcard".
             10 pic x(40) value "Show one database's card".

       01 menu-table redefines menu-entries.
          05 menu-item occurs 26 times.
             10 mi-number        pic 99.
             10 mi-program       pic x(10).
             10 mi-description   pic x(40).
