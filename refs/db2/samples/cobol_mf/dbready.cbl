      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     READYINST, when set, limits the sweep to the databases
      **     of that one instance -- the rolling restart's readiness
      **     gate sweeps only the instance it has just restarted.
      **     READYDB, when set, limits the sweep to that one
      **     database -- the reactivation and probe that close a
      **     single-database outage.
      ***********************************************************************

       Identification Division.
       77 end-of-inv-sw       pic x value "N".
          88 end-of-inv       value "Y".
       77 db-select           pic x(4) value spaces.
      * one instance's databases only, when a driver names it in
      * READYINST (the rolling restart's readiness gate)
       77 inst-select         pic x(18) value spaces.
      * or the one database a single-database outage reactivates
      * (READYDB)
       77 one-db-select       pic x(8) value spaces.
      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance              pic x(18) value spaces.
           accept ready-today from date yyyymmdd.
           accept ready-now   from time.
           accept db-select from environment "DBSELECT".
           accept inst-select from environment "READYINST".
           accept one-db-select from environment "READYDB".

           open output rpt-file.
           move spaces to rpt-line.
              and db-select not equal "ALL "
              and db-select not equal IV-ENVIRONMENT
              go to ready-one-db-exit.
           if inst-select not equal spaces
              and inst-select not equal IV-INSTANCE
              go to ready-one-db-exit.
           if one-db-select not equal spaces
              and one-db-select not equal IV-DBNAME
              go to ready-one-db-exit.

           move IV-DBNAME   to dbname.
           move IV-INSTANCE to db-instance.
