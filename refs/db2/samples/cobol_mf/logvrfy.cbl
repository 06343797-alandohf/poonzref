      **         <file>.anchor sidecar logarch leaves at each cut
      **         (zeros when no anchor exists).  Records written
      **         before the chain existed carry no check and are
      **         counted, not judged.  Records the writers replayed
      **         from the logspill fallback spill (marked RPL after
      **         the check) were chained as they went in, verify
      **         like the rest, and are counted -- their dates may
      **         run behind the records around them.  When audit
      **         asks how we know the log wasn't edited, this run's
      **         output is the answer.
      **
      ** OUTPUT FILE: logvrfy.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     records the writers replay from the logspill fallback
      **     spill carry an RPL marker after the check column; they
      **     verify like any other chained record and are now
      **     counted on a replayed records line.
      ***********************************************************************

       Identification Division.
       77 record-number        pic s9(9) comp-5 value 0.
       77 chained-count        pic s9(9) comp-5 value 0.
       77 unchained-count      pic s9(9) comp-5 value 0.
       77 replayed-count       pic s9(9) comp-5 value 0.
       77 replay-col           pic s9(4) comp-5.
       77 broken-sw            pic x value "N".
          88 chain-broken      value "Y".
       77 broken-at            pic s9(9) comp-5 value 0.
                 move "dbops.log" to log-basename
              end-if
           end-if.
      * the replay marker sits past the check value and its space
           compute replay-col = check-col + 9.

           call "envname" using log-basename, log-filename.

           display "records walked   : ", record-number.
           display "chained records  : ", chained-count.
           display "pre-chain records: ", unchained-count.
           display "replayed records : ", replayed-count.
           if chain-broken
              display "CHAIN BROKEN at record ", broken-at,
                       " -- the log was altered at or before it"
              move record-number to broken-at
              go to verify-one-record-exit.
           move record-check to prev-check.
      * a record put back from the logspill spill was chained when
      * it reached the log, so it verifies like any other; it is
      * counted because its date can sit behind its neighbours'
           if log-rec(replay-col:3) equal "RPL"
              add 1 to replayed-count
           end-if.
       verify-one-record-exit. exit.

       resolve-toolkit-filenames section.
