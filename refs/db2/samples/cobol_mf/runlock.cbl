      **         entry) when a conflicting lock is already held, so
      **         two stops can no longer run at once and an operator
      **         can't hand-start a stop while migrate is mid-list.
      **         dbstop and dbstart called under maintwin's own lock,
      **         or under the rolling restart's (rollrst), are
      **         recognized and run covered by it (rc 4, no
      **         release of their own).  A lock left behind by a
      **         killed job is stale once its date is not today and
      **         is stolen with a console note; RUNLOCKOVR="Y" is
      **     override log (override.log, via the shared ovrlog
      **     writer) alongside the opslog entry, so the weekly
      **     ovrrpt totals see every bypass in one place.
      **     a lock held by the rolling instance restart (ROLLRST)
      **     now covers dbstop and dbstart the same way maintwin's
      **     does -- each instance's stop and start run under the
      **     roll's one lock (rc 4) instead of being refused by it.
      ***********************************************************************

       Identification Division.
              perform write-lock-record
              go to end-acquire-lock.

      * dbstop and dbstart running as halves of maintwin's window,
      * or of one instance's turn in a rolling restart, are covered
      * by the driver's own lock
           if (held-program equal "MAINTWIN  "
                 or held-program equal "ROLLRST   ")
              and (lk-program equal "DBSTOP    "
                 or lk-program equal "DBSTART   ")
              move 4 to lk-rc
