      **     run window) instead of re-running finished steps past
      **     the window.  a fresh id clears the checkpoint, and a
      **     completed run clears it again.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
       end-hlthchk.
           move RETURN-CODE to reg-rc.
           call "runreg" using "HLTHCHK   ", reg-rc.
           goback.

       run-one-step section.
           perform find-done-step.
