      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     each DEPT= code is now checked against the department
      **     master (deptchk) before its accounting string is set: a
      **     code that is unknown or not valid today is rejected (RC
      **     8, nothing set) or set and flagged (RC 4) as
      **     deptval.ctl says.  setact.steps may now carry a
      **     department code after the step name, so a step can be
      **     charged to a department other than DEPTCODE's.
      ***********************************************************************

       Identification Division.
       FD  step-file.
       01  step-rec.
           05  st-step-name       pic x(10).
           05  filler             pic x(1).
           05  st-dept-code       pic x(10).

       FD  acct-log-file.
       01  acct-log-rec           pic x(67).
       77 account-str           pic x(200).
       77 dept-code             pic x(10) value spaces.
       77 step-name             pic x(10) value "DEFAULT".
       77 run-dept-code         pic x(10) value spaces.

      * DEPT= code check against the department master (deptchk)
       77 run-date              pic x(8).
       77 dept-rc               pic s9(9) comp-5.
       77 dept-setting          pic x(1).
       77 dept-reason           pic x(30).
       77 dept-rejected-sw      pic x value "N".
          88 dept-rejected      value "Y".
       77 worst-rc              pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail            pic x(60).

      * session-attribution record for the chargeback roll-up
       77 acct-today            pic 9(8).
           if dept-code equal spaces
              move "UNKNOWN" to dept-code
           end-if.
           move dept-code to run-dept-code.
           accept run-date from date yyyymmdd.

           open input step-file.
           read step-file

           display "The accounting string has been set".
       End-Main.
           move worst-rc to RETURN-CODE.
           stop run.

       set-step-accounting section.
           move st-step-name to step-name.
           move run-dept-code to dept-code.
           if st-dept-code not equal spaces
              move st-dept-code to dept-code
           end-if.
           perform set-one-accounting-string.
           read step-file
              at end move "Y" to end-of-list-sw
      * build DEPT=xxxxxxxxxx STEP=xxxxxxxxxx and set it as the   *
      * current accounting string                                 *
      *************************************************************
           perform check-dept-code.
           if dept-rejected
              go to end-set-one-accounting-string.

           move spaces to account-str.
           string "DEPT=" delimited by size
                  dept-code delimited by size
           perform write-acct-record.
       end-set-one-accounting-string. exit.

       check-dept-code section.
      *************************************************************
      * the code must be in the department master and valid      *
      * today; one that fails is rejected (no string set, RC 8)  *
      * or set and flagged (RC 4) as deptval.ctl says             *
      *************************************************************
           move "N" to dept-rejected-sw.
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
                  " step " delimited by size
                  step-name delimited by space
                  " " delimited by size
                  dept-reason delimited by "  "
             into log-detail.
           if dept-setting equal "R"
              move "Y" to dept-rejected-sw
              move 8 to worst-rc
              call "opslog" using "SETACT    ",
                      "DEPT CODE REJECTED            ", log-detail
              display "DEPT=", dept-code, " rejected for step ",
                       step-name, " -- ", dept-reason,
                       "; no accounting string set"
           else
              if worst-rc < 4
                 move 4 to worst-rc
              end-if
              call "opslog" using "SETACT    ",
                      "DEPT CODE FLAGGED             ", log-detail
              display "WARNING: DEPT=", dept-code, " for step ",
                       step-name, " -- ", dept-reason
           end-if.
       end-check-dept-code. exit.

       write-acct-record section.
      *************************************************************
      * one attribution record per accounting string set -- the   *
