      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
       end-dbinst.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DBINST    ", reg-rc.
           goback.

       read-next-instance section.
      ****************************************************
