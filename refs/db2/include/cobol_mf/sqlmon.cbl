               10  SQLM-TS-TOTAL-PAGES PIC S9(9) COMP-5.
               10  SQLM-TS-USED-PAGES  PIC S9(9) COMP-5.
               10  SQLM-TS-PAGE-SIZE   PIC S9(9) COMP-5.
      * tablespace_state bit mask -- zero is normal; each set bit
      * is one of the pending, quiesced, in-progress or offline
      * states (x'20' backup pending, x'4000' offline, ...)
               10  SQLM-TS-STATE       PIC 9(9)  COMP-5.

      * leading fixed fields of a SQLMA-APPL logical data group --
      * the application-level lock detail: an entry count followed

      * leading fixed fields of a SQLMA-DBASE-LOGSPACE logical data
      * group -- the transaction-log space counters and the unit of
      * work that has been open longest (the one pinning the log),
      * then the log file numbers of the first active log and the
      * log currently being written (the Snnnnnnn.LOG sequence).
      * BASED for the same overlay use as SQLM-DBASE-STRUCT.
       01  SQLM-LOGSPACE-STRUCT based.
           05  SQLM-LOG-USED-BYTES   PIC S9(18) COMP-5.
           05  SQLM-OLDEST-UOW-AUTH  PIC X(8).
           05  SQLM-OLDEST-UOW-APPL  PIC X(20).
           05  SQLM-OLDEST-UOW-SECS  PIC S9(9)  COMP-5.
           05  SQLM-FIRST-ACTIVE-LOG PIC 9(9)   COMP-5.
           05  SQLM-CURRENT-ACTIVE-LOG PIC 9(9) COMP-5.

      * leading fixed fields of a SQLMA-APPL-INFO-ALL logical data
      * group, as returned in the GET SNAPSHOT buffer -- an entry
