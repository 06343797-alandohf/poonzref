      **              db2admin.lst -- keyed by database name, carrying
      **              the environment (PROD/TEST/ARCH), owning
      **              instance, application owner, support contact,
      **              the active/retired flag, and the database
      **              aliases applications connect through (up to
      **              four, kept current by dbalias), and the short
      **              application code the standard catalog comment
      **              carries (see dbcmt), the criticality tier (1
      **              most critical to 4 least; blank until assigned,
      **              ranked as tier 3) the routing and ordering
      **              programs honor, and the data classification
      **              (PUBLIC, INTERNAL, CONFIDENTIAL or PII).
      **              Maintained by dbinvmnt; driven from by the
      **              reporting programs.
      ***********************************************************************
       01  DBINV-REC.
           05  IV-DBNAME        PIC X(8).
           05  IV-ACTIVE        PIC X(1).
               88  IV-IS-ACTIVE     VALUE "A".
               88  IV-IS-RETIRED    VALUE "R".
           05  IV-ALIASES.
               10  IV-ALIAS     PIC X(8) OCCURS 4 TIMES.
           05  IV-APPCODE       PIC X(6).
           05  IV-TIER          PIC X(1).
               88  IV-TIER-ASSIGNED VALUE "1" THRU "4".
           05  IV-CLASS         PIC X(12).
               88  IV-CLASS-VALID   VALUE "PUBLIC" "INTERNAL"
                                          "CONFIDENTIAL" "PII".
               88  IV-CLASS-PII     VALUE "PII".
