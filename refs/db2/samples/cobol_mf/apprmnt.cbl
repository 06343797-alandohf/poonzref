      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     appr.ctl mode "R" takes an optional requester id after
      **     the ticket column, recorded on the ticket in a new
      **     on-behalf column after the status (the requester
      **     column stays the USER id that raised it), so the
      **     service request intake (svcreq) can raise a pending
      **     ticket for an application requester, who may not
      **     approve it either; ends with GOBACK instead of STOP RUN
      **     so the intake can drive this in place.
      ***********************************************************************

       Identification Division.
           05  ctl-target         pic x(9).
           05  ctl-expiry         pic x(8).
           05  ctl-ticket         pic x(6).
           05  ctl-requester      pic x(8).

       FD  ticket-file.
       01  ticket-rec             pic x(80).

       FD  seq-file.
       01  seq-rec.
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 operator-id          pic x(8).
       77 on-behalf-id         pic x(8) value spaces.
       77 last-ticket          pic 9(6) value 0.
       77 want-ticket          pic 9(6) value 0.
       77 req-action           pic x(10) value spaces.
          05 tk-expiry          pic x(8).
          05 filler             pic x value space.
          05 tk-ticket-status   pic x(1).
          05 filler             pic x value space.
          05 tk-on-behalf       pic x(8).

       01 ticket-table.
          05 ticket-save        occurs 100 times pic x(80).

       Procedure Division.
       apprmnt-pgm section.
                 move 8 to RETURN-CODE
           end-evaluate.

       end-apprmnt. goback.

       read-control section.
      *************************************************************
      * appr.ctl: mode(1) action(10) target(9) expiry(8) and, for *
      * mode "A", the ticket number(6) to approve; for mode "R"   *
      * an optional requester(8) after the ticket column names    *
      * whoever the USER id is raising the request on behalf of   *
      *************************************************************
           open input ctl-file.
           read ctl-file
                 if ctl-ticket not equal spaces
                    move ctl-ticket to want-ticket
                 end-if
                 if request-mode
                    move ctl-requester to on-behalf-id
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.
           move req-target   to tk-target.
           move req-expiry   to tk-expiry.
           move "P"          to tk-ticket-status.
           move on-behalf-id to tk-on-behalf.

           open extend ticket-file.
           write ticket-rec from ticket-line.
           display "Ticket ", tk-number, " requested by ",
                    operator-id, " for ", req-action,
                    " ", req-target, " -- awaiting approval".
           if on-behalf-id not equal spaces
              display "   on behalf of ", on-behalf-id
           end-if.
       end-write-new-ticket. exit.

       approve-ticket section.
           if tk-number equal want-ticket
              and tk-ticket-status equal "P"
              if tk-requester equal operator-id
                 or tk-on-behalf equal operator-id
                 display "ticket ", want-ticket, " was requested by ",
                          operator-id,
                          " -- a second operator must approve it"
