      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     the DEPT= code from sessinit.ctl is now checked against
      **     the department master (deptchk) before the accounting
      **     string is set: a code that is unknown or not valid
      **     today is rejected (RC 8, nothing set) or set and
      **     flagged (RC 4) as deptval.ctl says.
      ***********************************************************************

       Identification Division.
       77 account-str           pic x(200).
       77 dept-code             pic x(10) value spaces.

      * DEPT= code check against the department master (deptchk)
       77 run-date              pic x(8).
       77 dept-rc               pic s9(9) comp-5.
       77 dept-setting          pic x(1).
       77 dept-reason           pic x(30).
       77 dept-rejected-sw      pic x value "N".
          88 dept-rejected      value "Y".
       77 worst-rc              pic s9(9) comp-5 value 0.

      * Variables for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

           if attach-ok
              perform set-session-accounting

              if not dept-rejected
                 display "Session initialized on instance ", db2instc,
                          " for department ", dept-code
              end-if
           end-if.

       end-sessinit.
           move worst-rc to RETURN-CODE.
           stop run.

       read-control section.
      *************************************************************
              move "UNKNOWN" to dept-code
           end-if.

           perform check-dept-code.
           if dept-rejected
              go to end-set-session-accounting.

           move spaces to account-str.
           string "DEPT=" delimited by size
                  dept-code delimited by size
           perform write-acct-record.
       end-set-session-accounting. exit.

       check-dept-code section.
      *************************************************************
      * the code must be in the department master and valid      *
      * today; one that fails is rejected (no string set, RC 8)  *
      * or set and flagged (RC 4) as deptval.ctl says             *
      *************************************************************
           move "N" to dept-rejected-sw.
           accept run-date from date yyyymmdd.
           call "deptchk" using dept-code, run-date, dept-rc,
                   dept-setting.
           if dept-rc equal 0
              go to end-check-dept-code.
           if dept-rc equal 9
              display "WARNING: no department master on hand -- ",
                       "DEPT=", dept-code, " not checked"
              go to end-check-dept-code.

           evaluate dept-rc
              when 1 move "not in the department master"
                        to dept-reason
              when 2 move "not valid until a later date"
                        to dept-reason
              when other move "no longer valid" to dept-reason
           end-evaluate.

           move spaces to log-detail.
           string "DEPT=" delimited by size
                  dept-code delimited by space
                  " instance " delimited by size
                  db2instc delimited by space
                  " " delimited by size
                  dept-reason delimited by "  "
             into log-detail.
           if dept-setting equal "R"
              move "Y" to dept-rejected-sw
              move 8 to worst-rc
              call "opslog" using "SESSINIT  ",
                      "DEPT CODE REJECTED            ", log-detail
              display "DEPT=", dept-code, " rejected -- ",
                       dept-reason, "; no accounting string set"
           else
              move 4 to worst-rc
              call "opslog" using "SESSINIT  ",
                      "DEPT CODE FLAGGED             ", log-detail
              display "WARNING: DEPT=", dept-code, " -- ",
                       dept-reason
           end-if.
       end-check-dept-code. exit.

       write-acct-record section.
      *************************************************************
      * one attribution record per session initialized -- the     *
