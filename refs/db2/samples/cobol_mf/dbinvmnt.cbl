      **     restore path (dbrestor mode "C") can drive the add
      **     transaction in place when it registers a fresh TEST
      **     clone in the inventory.
      **     transactions carry the database alias list (32 bytes
      **     after the active flag): an add or a change with a non-
      **     blank list replaces the stored aliases whole, "*"
      **     clears them, and the inquiry shows them.
      **     transactions also carry the six-byte application code
      **     (after the alias list) that the standard catalog
      **     comment is built from; a change sets it when non-blank.
      **     transactions also carry the criticality tier (1-4) and
      **     the data classification (PUBLIC, INTERNAL, CONFIDENTIAL
      **     or PII) after the application code; a change sets
      **     either when non-blank, an out-of-range value rejects
      **     the transaction, and the audit line records both (its
      **     detail widened to 85 so the instance is not cut off).
      ***********************************************************************

       Identification Division.
           05  tr-owner           pic x(20).
           05  tr-contact         pic x(20).
           05  tr-active          pic x(1).
           05  tr-aliases         pic x(32).
           05  tr-appcode         pic x(6).
           05  tr-tier            pic x(1).
           05  tr-class           pic x(12).

       FD  inv-file.
       copy "dbinvrec.cbl".
       77 audit-now            pic 9(8).
       77 audit-operator       pic x(8).

      * a tier other than 1-4, or a classification other than the
      * four, rejects the transaction before the inventory changes
       77 trn-valid-sw         pic x.
          88 trn-valid         value "Y".

       01 audit-line.
          05 au-date            pic x(8).
          05 filler             pic x value space.
          05 filler             pic x value space.
          05 au-dbname          pic x(8).
          05 filler             pic x value space.
          05 au-detail          pic x(85).

       Procedure Division.
       dbinvmnt-pgm section.
       apply-one-transaction-exit. exit.

       add-entry section.
           perform validate-tier-and-class.
           if not trn-valid
              go to end-add-entry.
           move tr-dbname      to IV-DBNAME.
           move tr-environment to IV-ENVIRONMENT.
           move tr-instance    to IV-INSTANCE.
           else
              move tr-active to IV-ACTIVE
           end-if.
           if tr-aliases equal "*"
              move spaces to IV-ALIASES
           else
              move tr-aliases to IV-ALIASES
           end-if.
           move tr-appcode to IV-APPCODE.
           move tr-tier    to IV-TIER.
           move tr-class   to IV-CLASS.

           write DBINV-REC
              invalid key
                 move spaces to au-detail
                 string "env=" delimited by size
                        tr-environment delimited by size
                        " tier=" delimited by size
                        IV-TIER delimited by size
                        " class=" delimited by size
                        IV-CLASS delimited by space
                        " instance=" delimited by size
                        tr-instance delimited by space
                   into au-detail
      * ones, so a change touching one column doesn't blank the   *
      * rest                                                       *
      *************************************************************
           perform validate-tier-and-class.
           if not trn-valid
              go to end-change-entry.
           move tr-dbname to IV-DBNAME.
           read inv-file
              invalid key
           if tr-active not equal spaces
              move tr-active to IV-ACTIVE
           end-if.
      * the alias list is replaced whole; "*" clears it
           if tr-aliases equal "*"
              move spaces to IV-ALIASES
           else
              if tr-aliases not equal spaces
                 move tr-aliases to IV-ALIASES
              end-if
           end-if.
           if tr-appcode not equal spaces
              move tr-appcode to IV-APPCODE
           end-if.
           if tr-tier not equal spaces
              move tr-tier to IV-TIER
           end-if.
           if tr-class not equal spaces
              move tr-class to IV-CLASS
           end-if.

           rewrite DBINV-REC
              invalid key
                        IV-ENVIRONMENT delimited by size
                        " active=" delimited by size
                        IV-ACTIVE delimited by size
                        " tier=" delimited by size
                        IV-TIER delimited by size
                        " class=" delimited by size
                        IV-CLASS delimited by space
                        " instance=" delimited by size
                        IV-INSTANCE delimited by space
                   into au-detail
                 display "owner       : ", IV-OWNER
                 display "contact     : ", IV-CONTACT
                 display "active flag : ", IV-ACTIVE
                 display "aliases     : ", IV-ALIAS(1), " ",
                          IV-ALIAS(2), " ", IV-ALIAS(3), " ",
                          IV-ALIAS(4)
                 display "app code    : ", IV-APPCODE
                 display "tier        : ", IV-TIER
                 display "class       : ", IV-CLASS
           end-read.
       end-inquire-entry. exit.

       validate-tier-and-class section.
      *************************************************************
      * tier 1 (most critical) to 4, classification PUBLIC,       *
      * INTERNAL, CONFIDENTIAL or PII; blank leaves either unset  *
      * on an add and unchanged on a change                       *
      *************************************************************
           move "Y" to trn-valid-sw.
           if tr-tier not equal spaces
              and (tr-tier less than "1" or tr-tier greater than "4")
              display tr-action, " rejected -- ", tr-dbname,
                       " tier """, tr-tier, """ is not 1-4"
              move "N" to trn-valid-sw
           end-if.
           if tr-class not equal spaces
              and tr-class not equal "PUBLIC"
              and tr-class not equal "INTERNAL"
              and tr-class not equal "CONFIDENTIAL"
              and tr-class not equal "PII"
              display tr-action, " rejected -- ", tr-dbname,
                       " classification """, tr-class,
                       """ is not PUBLIC, INTERNAL, CONFIDENTIAL ",
                       "or PII"
              move "N" to trn-valid-sw
           end-if.
           if not trn-valid
              add 1 to rejected-count
           end-if.
       end-validate-tier-and-class. exit.

       write-audit-line section.
      *************************************************************
      * one audit line for every change to the inventory -- who,  *
