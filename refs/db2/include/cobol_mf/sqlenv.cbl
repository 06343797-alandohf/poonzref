      **
      ** DESCRIPTION: Common constants and structures for the database
      **              manager environment APIs (START/STOP/RESTART/MIGRATE
      **              DATABASE MANAGER, FORCE USERS, CATALOG DATABASE).
      ***********************************************************************

      * SQLCODEs returned by the environment APIs
           05  SQL-START-PROFILE   PIC X(254).
           05  SQL-START-ISNODENUM PIC S9(9)  COMP-5.
           05  SQL-START-NODENUM   PIC S9(9)  COMP-5.

      * CATALOG DATABASE directory entry types and authentication
       78  SQL-INDIRECT         VALUE "0".
       78  SQL-REMOTE           VALUE "1".
       78  SQL-AUTHENTICATION-NOT-SPEC VALUE 255.
