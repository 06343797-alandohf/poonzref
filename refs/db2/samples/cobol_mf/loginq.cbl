      **     rendered DB2 message text survives into the paged
      **     display and the loginq.out export instead of being
      **     cut off at the old record width.
      **     the runbook note is followed by the entry's corrective
      **     program, when the entry names one.
      ***********************************************************************

       Identification Division.
           05  rb-program         pic x(10).
           05  filler             pic x.
           05  rb-note            pic x(56).
           05  filler             pic x.
           05  rb-fix-program     pic x(10).
           05  filler             pic x(130).

       Working-Storage Section.

           if rb-number equal wanted-ref
              move "Y" to note-found-sw
              display "      runbook ", rb-number, ": ", rb-note
              if rb-fix-program not equal spaces
                 display "      corrective program: ",
                          rb-fix-program
              end-if
           end-if.
       find-one-note-exit. exit.

