       78  SQLM-OFF                 VALUE 0.
       78  SQLM-ON                  VALUE 1.

      * monitor switch groups, used by GET/UPDATE MONITOR SWITCHES
      * (sqlgmon) -- the group number plus one is the subscript into
      * SQLM-SWITCH-GROUP; SQLM-HOLD leaves a switch as it is, so a
      * request of all SQLM-HOLD only reads the current states
       78  SQLM-HOLD                VALUE 2.
       78  SQLM-UOW-SW              VALUE 0.
       78  SQLM-STATEMENT-SW        VALUE 1.
       78  SQLM-TABLE-SW            VALUE 2.
       78  SQLM-BUFFER-POOL-SW      VALUE 3.
       78  SQLM-LOCK-SW             VALUE 4.
       78  SQLM-SORT-SW             VALUE 5.
       78  SQLM-NUM-GROUPS          VALUE 6.

      * monitor interface versions
       78  SQLM-DBMON-VERSION1      VALUE 1.
       78  SQLM-DBMON-VERSION2      VALUE 2.
           05  OBJ-VAR OCCURS 1 TO 12 TIMES DEPENDING ON OBJ-NUM.
               10  OBJ-TYPE         PIC S9(9)  COMP-5.
               10  SQLMA-OBJECT     PIC X(8).

      * SQLM-RECORDING-GROUP -- one entry per switch group passed to
      * GET/UPDATE MONITOR SWITCHES: the requested state going in,
      * the state in effect (and when it was set) coming back
       01  SQLM-RECORDING-GROUP.
           05  SQLM-SWITCH-GROUP    OCCURS 6 TIMES.
               10  SQLM-SW-INPUT-STATE   PIC 9(9)  COMP-5.
               10  SQLM-SW-OUTPUT-STATE  PIC 9(9)  COMP-5.
               10  SQLM-SW-START-SECS    PIC 9(9)  COMP-5.
               10  SQLM-SW-START-USECS   PIC 9(9)  COMP-5.
