      **     seeds its replay from the anchor instead of falsely
      **     reporting the chain broken at record one after every
      **     rotation.
      **     a rewrite now rebases every record-count carry
      **     registered against the file in carryreg.cbl
      **     (hostexp.seq's three counts and siemexp.seq's four
      **     today): each count drops by the archived records at or
      **     below it, in the same run, and the file's manifest
      **     entry is followed by one CARRY line per carry rebased,
      **     old count to new -- a rotation no longer makes a reader
      **     skip records or send them twice.  carychk checks every
      **     registered carry against its file.
      **     records covered by an open legal hold (legalhold.dat,
      **     judged by holdchk) are kept in the live file however
      **     old they are: a log record is held when a held
      **     database's name appears in it, report.cat rows by date
      **     alone.  On dbops.log and dbevents.log the first held
      **     record ends the cut so the check chain and the index
      **     stay contiguous.  Each file with records kept back is
      **     logged once through opslog as LEGAL HOLD KEPT RECORDS.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
           select anchor-file assign to anchor-filename
              organization is line sequential
              file status is anchor-status.
           select carry-file assign to carry-envfn
              organization is line sequential
              file status is carry-status.

       Data Division.
       File Section.
       01  anchor-rec.
           05  an-check           pic x(8).

       FD  carry-file.
       01  carry-rec              pic x(250).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 archived-count       pic s9(9) comp-5.
       77 kept-count           pic s9(9) comp-5.

      * records an open legal hold keeps back from the archive
      * (see holdchk.cbl); the first matter met is the one logged
       copy "holdrec.cbl".
       77 held-count           pic s9(9) comp-5.
       77 held-matter          pic x(9).
       77 held-rec-sw          pic x.
          88 held-rec          value "Y".
       77 hold-cut-sw          pic x.
          88 hold-cut-stopped  value "Y".
       01 held-count-edit      pic zzzzzzzz9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * the indexed, chained logs need their companions kept in
      * step with the rewrite: the date-position index is rebuilt
      * from the survivors, and the check chain is anchored at
       77 idx-idx              pic s9(4) comp-5.
       77 survivor-ordinal     pic s9(9) comp-5.

      * the registered record-count carries against this file, each
      * rebased by the archived records at or below its count --
      * the count then still names the same last-read record
       copy "carryreg.cbl".
       77 reg-idx              pic s9(4) comp-5.
       77 carry-basename       pic x(30).
       77 carry-envfn          pic x(42).
       77 carry-status         pic x(2).
       77 live-ordinal         pic s9(9) comp-5.
       01 rebase-entries.
          05 rebase-entry      occurs 13 times.
             10 rb-reg-idx     pic s9(4) comp-5.
             10 rb-old-count   pic s9(9) comp-5.
             10 rb-dropped     pic s9(9) comp-5.
             10 rb-done-sw     pic x.
       77 rebase-count         pic s9(4) comp-5.
       77 rebase-idx           pic s9(4) comp-5.
       01 carry-digits.
          05 cd-text           pic x(9).
       01 carry-number redefines carry-digits.
          05 cd-value          pic 9(9).
       77 digit-start          pic s9(4) comp-5.

       01 rec-date-check.
          05 rdc-date          pic x(8).
          05 filler            pic x(242).
          05 filler            pic x value space.
          05 mf-archname       pic x(44).

      * one line per carry rebased, under the file's manifest line
       01 manifest-carry-line.
          05 mc-date           pic x(8).
          05 filler            pic x value space.
          05 mc-time           pic x(8).
          05 filler            pic x value space.
          05 mc-filename       pic x(30).
          05 filler            pic x(7) value " CARRY ".
          05 mc-carry-file     pic x(16).
          05 filler            pic x(7) value " FIELD ".
          05 mc-field-pos      pic 999.
          05 filler            pic x(6) value " FROM ".
          05 mc-old-count      pic zzzzzzzz9.
          05 filler            pic x(4) value " TO ".
          05 mc-new-count      pic zzzzzzzz9.

       Procedure Division.
       logarch-pgm section.

           close ctl-file.
           close manifest-file.

       end-logarch. goback.

       archive-one-file section.
           read ctl-file

           move 0 to archived-count.
           move 0 to kept-count.
           move 0 to held-count.
           move spaces to held-matter.
           move "N" to hold-cut-sw.
           move 0 to live-ordinal.
           move 0 to rebase-count.
           move "N" to end-of-live-sw.
           move "N" to end-of-work-sw.

      * come, say) is skipped, not a reason to kill the sweep
              display live-filename, " not on hand -- skipped"
              go to archive-one-file-exit.
           perform note-record-carries.
           open extend arch-file.
           open output work-file.
           perform split-one-record thru split-one-record-exit
              end-if
           end-if.

           if archived-count greater than 0
              perform rebase-record-carries
           end-if.

      * logged only once the live file is closed -- dbops.log may
      * be the very file just rewritten
           if held-count greater than 0
              perform log-held-records
           end-if.

           perform write-manifest-line.
           perform write-manifest-carry-line
              varying rebase-idx from 1 by 1
              until rebase-idx > rebase-count.

           display "archived ", archived-count, " record(s) from ",
                    live-filename.
                 move "Y" to end-of-live-sw
                 go to split-one-record-exit
           end-read.
           add 1 to live-ordinal.

           move live-rec to rec-date-check.
           if rdc-date is numeric
              move cutoff-serial to record-serial
           end-if.

           move "N" to held-rec-sw.
           if record-serial less than cutoff-serial
              perform check-legal-hold
           end-if.

           if record-serial less than cutoff-serial
              and not held-rec
              add 1 to archived-count
              write arch-rec from live-rec
              perform count-carry-drops
                 varying rebase-idx from 1 by 1
                 until rebase-idx > rebase-count
      * the last archived record's check value becomes the live
      * file's chain anchor; pre-chain records carry no check and
      * leave the anchor where it stood
              end-if
           else
              add 1 to kept-count
              if held-rec
                 add 1 to held-count
              end-if
              write work-rec from live-rec
           end-if.
       split-one-record-exit. exit.

       check-legal-hold section.
      *************************************************************
      * a record due for the archive is first put to holdchk; on  *
      * the chained logs everything after a held record stays     *
      * too, or the archive and the live file would each carry a  *
      * broken chain                                              *
      *************************************************************
           if hold-cut-stopped
              move "Y" to held-rec-sw
              go to end-check-legal-hold.
           move spaces   to HOLDCHK-AREA.
           move rdc-date to HOLDCHK-DATE.
      * the report catalogue is cross-database: held by date alone
           if ctl-filename not equal "report.cat"
              move live-rec to HOLDCHK-TEXT
           end-if.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to end-check-legal-hold.
           move "Y" to held-rec-sw.
           if held-matter equal spaces
              move HOLDCHK-MATTER to held-matter
           end-if.
           if indexed-log
              move "Y" to hold-cut-sw
           end-if.
       end-check-legal-hold. exit.

       log-held-records section.
           move held-count to held-count-edit.
           move spaces to log-detail.
           string live-filename   delimited by space
                  " "             delimited by size
                  held-count-edit delimited by size
                  " kept, matter " delimited by size
                  held-matter     delimited by space
             into log-detail.
           call "opslog" using "LOGARCH   ",
                   "LEGAL HOLD KEPT RECORDS       ", log-detail.
           display "kept ", held-count, " record(s) of ",
                    live-filename, " under legal hold ", held-matter.
       end-log-held-records. exit.

       copy-one-record section.
           read work-file
              at end
           move live-anchor to cut-anchor.
       end-note-companion-files. exit.

       note-record-carries section.
      *************************************************************
      * every registered record-count carry against this file is *
      * read before the split; a carry not on file yet, or not   *
      * numeric, has nothing to rebase                            *
      *************************************************************
           perform note-one-carry
              varying reg-idx from 1 by 1
              until reg-idx > 13.
       end-note-record-carries. exit.

       note-one-carry section.
           if cg-kind(reg-idx) not equal "R"
              or cg-log-file(reg-idx) not equal ctl-filename
              go to end-note-one-carry.
           perform read-carry-record.
           if carry-status not equal "00"
              go to end-note-one-carry.
           perform extract-carry-count.
           if cd-text is not numeric
              display cg-carry-file(reg-idx), " field at ",
                       cg-field-pos(reg-idx), " not numeric -- ",
                       "not rebased"
              go to end-note-one-carry.
           add 1 to rebase-count.
           move reg-idx  to rb-reg-idx(rebase-count).
           move cd-value to rb-old-count(rebase-count).
           move 0        to rb-dropped(rebase-count).
           move "N"      to rb-done-sw(rebase-count).
       end-note-one-carry. exit.

       count-carry-drops section.
      * an archived record at or below the count was already read
      * and is no longer in front of the reader
           if live-ordinal not greater than rb-old-count(rebase-idx)
              add 1 to rb-dropped(rebase-idx)
           end-if.
       end-count-carry-drops. exit.

       rebase-record-carries section.
      *************************************************************
      * each carry moves down by the records archived out from   *
      * under it, in this run and before the manifest entry is   *
      * written -- the reader's next pass resumes at the same    *
      * record instead of skipping or re-sending                  *
      *************************************************************
           perform rebase-one-carry
              varying rebase-idx from 1 by 1
              until rebase-idx > rebase-count.
       end-rebase-record-carries. exit.

       rebase-one-carry section.
           if rb-dropped(rebase-idx) equal 0
              go to end-rebase-one-carry.
           move rb-reg-idx(rebase-idx) to reg-idx.
           perform read-carry-record.
           if carry-status not equal "00"
              display cg-carry-file(reg-idx), " gone before the ",
                       "rebase -- run carychk"
              go to end-rebase-one-carry.
           compute cd-value = rb-old-count(rebase-idx)
                            - rb-dropped(rebase-idx).
           compute digit-start = 10 - cg-field-len(reg-idx).
           move cd-text(digit-start:cg-field-len(reg-idx))
              to carry-rec(cg-field-pos(reg-idx):
                           cg-field-len(reg-idx)).
           open output carry-file.
           if carry-status not equal "00"
              display cg-carry-file(reg-idx), " not writable -- ",
                       "carry not rebased; run carychk"
              go to end-rebase-one-carry.
           write carry-rec.
           close carry-file.
           move "Y" to rb-done-sw(rebase-idx).
           display cg-carry-file(reg-idx), " rebased from ",
                    rb-old-count(rebase-idx), " to ", cd-value.
       end-rebase-one-carry. exit.

       read-carry-record section.
      * the carries are single-record files, resolved the way the
      * programs that keep them resolve them
           move cg-carry-file(reg-idx) to carry-basename.
           call "envname" using carry-basename, carry-envfn.
           move spaces to carry-rec.
           open input carry-file.
           if carry-status not equal "00"
              go to end-read-carry-record.
           read carry-file
              at end move "10" to carry-status
           end-read.
           close carry-file.
       end-read-carry-record. exit.

       extract-carry-count section.
           move zeros to cd-value.
           compute digit-start = 10 - cg-field-len(reg-idx).
           move carry-rec(cg-field-pos(reg-idx):cg-field-len(reg-idx))
              to cd-text(digit-start:cg-field-len(reg-idx)).
       end-extract-carry-count. exit.

       index-one-survivor section.
      *************************************************************
      * rebuild the date-position index bucket by bucket as the   *
           write manifest-rec from manifest-line.
       end-write-manifest-line. exit.

       write-manifest-carry-line section.
           if rb-done-sw(rebase-idx) not equal "Y"
              go to end-write-manifest-carry-line.
           move rb-reg-idx(rebase-idx) to reg-idx.
           move today-date                to mc-date.
           move now-time                  to mc-time.
           move live-filename             to mc-filename.
           move cg-carry-file(reg-idx)    to mc-carry-file.
           move cg-field-pos(reg-idx)     to mc-field-pos.
           move rb-old-count(rebase-idx)  to mc-old-count.
           compute mc-new-count = rb-old-count(rebase-idx)
                                - rb-dropped(rebase-idx).
           write manifest-rec from manifest-carry-line.
       end-write-manifest-carry-line. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
