      **     same way, with the contact the oncall.ros roster names
      **     for the moment of escalation -- so the 3am re-page
      **     reaches the person on rotation, not the group box.
      **     acknowledging a storm parent (mode "A") now also
      **     acknowledges every alert alertrtr folded under it and
      **     its storm summaries, and the re-escalation pass leaves
      **     folded alerts to their parent.
      ***********************************************************************

       Identification Division.
          88 alert-acked       value "Y".

       77 open-count           pic s9(4) comp-5 value 0.
       77 child-ack-count      pic s9(4) comp-5 value 0.
       01 parent-ref.
          05 filler            pic x(9).
          05 pr-alertid        pic x(6).
       77 escalated-count      pic s9(4) comp-5 value 0.

       01 ack-line.

           open extend ack-file.
           write ack-rec from ack-line.

      * a storm parent's folded children and storm summaries are
      * acknowledged with it (alertrtr points them at the parent)
           open input queue-file.
           if queue-status equal "00"
              perform ack-one-child thru ack-one-child-exit
                 until end-of-queue
              close queue-file
           end-if.
           close ack-file.

           display "Alert ", ack-alertid, " acknowledged by ",
                    operator-id.
           if child-ack-count greater than 0
              display "Storm alerts acknowledged with it : ",
                       child-ack-count
           end-if.
       end-record-acknowledgment. exit.

       ack-one-child section.
           read queue-file
              at end
                 move "Y" to end-of-queue-sw
                 go to ack-one-child-exit
           end-read.
           move qu-contact(1:15) to parent-ref.
           if qu-contact(1:9) not equal "CHILD OF "
              and qu-contact(1:9) not equal "STORM OF "
              go to ack-one-child-exit.
           if pr-alertid not equal ack-alertid
              go to ack-one-child-exit.
           move qu-alertid to ak-alertid.
           move spaces to ak-note.
           string "with storm parent " delimited by size
                  ack-alertid delimited by size
             into ak-note.
           write ack-rec from ack-line.
           add 1 to child-ack-count.
       ack-one-child-exit. exit.

       load-acked-table section.
      *************************************************************
      * collect every acknowledged alert reference so the report  *
           read queue-file
              at end move "Y" to end-of-queue-sw
              not at end
      * folded storm alerts re-page through their parent
                 if qu-severity not equal "ESCALATE"
                    and qu-contact(1:9) not equal "CHILD OF "
                    and qu-contact(1:9) not equal "STORM OF "
                    perform find-acked-match
                    if not alert-acked
                       perform check-alert-age
