      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     staged flat copies now carry records up to 150 bytes, so
      **     the offsite backup.hist keeps the PRUNED columns bkprune
      **     stamps past the old 140-byte row.
      **     the node and database directory image dirimg exports
      **     (dirimg.dat) is staged with the control files, so the
      **     recovery site can re-catalog from it instead of
      **     retyping the directory.
      **     the inventory flat dump carries the whole 103-byte
      **     entry, alias list included.
      **     the inventory flat dump grows to 109 bytes with the
      **     application code.
      **     the inventory flat dump grows to 122 bytes with the
      **     criticality tier and data classification.
      **     the recovery time objectives (rto.dat) are staged with
      **     the control files, so the recovery site's activation
      **     (dractv) measures each restore against the same
      **     objective rtochk holds it to.
      **     the kit copies each staged file at up to 290 bytes a
      **     line, so the longer rows of backup.hist and the other
      **     staged files reach the recovery site whole.
      ***********************************************************************

       Identification Division.
           05  rc-name            pic x(60).

       FD  stage-file.
       01  stage-rec              pic x(290).

       FD  copy-in-file.
       01  copy-in-rec            pic x(290).

       FD  seq-file.
       01  seq-rec.
          05 filler pic x(30) value "dbstop.cfg".
          05 filler pic x(30) value "chgcal.ctl".
          05 filler pic x(30) value "appr.tickets".
          05 filler pic x(30) value "dirimg.dat".
          05 filler pic x(30) value "rto.dat".
       01 ship-table redefines ship-list.
          05 ship-name occurs 9 times pic x(30).
       77 ship-idx             pic s9(4) comp-5.

      * receipt verification: the manifest rows awaiting receipts
                 go to dump-one-inv-row-exit
           end-read.
           move spaces to stage-rec.
           move DBINV-REC to stage-rec(1:122).
           write stage-rec.
       dump-one-inv-row-exit. exit.

      *************************************************************
           perform stage-one-file thru stage-one-file-exit
              varying ship-idx from 1 by 1
              until ship-idx > 9.
       end-stage-control-files. exit.

       stage-one-file section.
