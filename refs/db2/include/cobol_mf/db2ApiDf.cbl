           05  SQL-DBTYPE-N         PIC X(1).
           05  SQL-DBPATH-N         PIC X(215).
           05  SQL-DRIVE-N          PIC X(3).
           05  SQL-DB-NODENAME-N    PIC X(8).

       01  DB2G-NODE-DIR-OPEN-SCAN-STRUCT.
           05  DB2-O-NODE-ENTRIES   PIC S9(9)  COMP-5.
