      ***********************************************************************
      ** Licensed Materials - Property of IBM
      **
      ** Governed under the terms of the International
      ** License Agreement for Non-Warranted Sample Code.
      **
      ** (C) COPYRIGHT International Business Machines Corp. 1995 - 2002
      ** All Rights Reserved.
      **
      ** US Government Users Restricted Rights - Use, duplication or
      ** disclosure restricted by GSA ADP Schedule Contract with IBM Corp.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: carychk.cbl
      **
      ** SAMPLE: Consistency check for the resume carries.  Every
      **         carry in the carry registry (carryreg.cbl) is read
      **         and held against the file it refers to: a record
      **         count past the file's record count, a high-water
      **         key above the highest key on file, or a high-water
      **         date after the newest date on file points past the
      **         end of the file -- the reader will skip records
      **         that were never handled, or, once the file regrows,
      **         send ones that were.  Each is flagged on carychk.rpt
      **         and logged through opslog.  Keys and dates are only
      **         judged when the file still holds keyed rows, since
      **         a file logarch has emptied says nothing about them;
      **         monitor-counter carries refer to no file and are
      **         listed only.
      **
      ** OUTPUT FILE: carychk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "carychk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select carry-file assign to carry-envfn
              organization is line sequential
              file status is carry-status.
           select log-in-file assign to log-in-envfn
              organization is line sequential
              file status is log-in-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  carry-file.
       01  carry-rec              pic x(250).

       FD  log-in-file.
       01  log-in-rec             pic x(250).

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 carry-envfn          pic x(42).
       77 log-in-envfn         pic x(42).
       77 rpt-envfn            pic x(42).

       77 carry-status         pic x(2).
       77 log-in-status        pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-log-sw        pic x.
          88 end-of-log        value "Y".

       copy "carryreg.cbl".
       77 reg-idx              pic s9(4) comp-5.
       77 carry-basename       pic x(30).

      * the carry's value and the file's end, in the carry's terms
       01 carry-digits.
          05 cd-text           pic x(9).
       01 carry-number redefines carry-digits.
          05 cd-value          pic 9(9).
       77 digit-start          pic s9(4) comp-5.
       77 carry-value          pic s9(9) comp-5.
       77 file-records         pic s9(9) comp-5.
       77 keyed-records        pic s9(9) comp-5.
       77 file-end             pic s9(9) comp-5.
       77 key-value            pic s9(9) comp-5.

       77 flagged-count        pic s9(4) comp-5 value 0.
       77 checked-count        pic s9(4) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       01 rpt-line             pic x(100).
       01 detail-line.
          05 filler            pic x(2) value spaces.
          05 dt-carry-file     pic x(16).
          05 filler            pic x value space.
          05 dt-field-pos      pic zz9.
          05 filler            pic x(2) value spaces.
          05 dt-kind           pic x(6).
          05 filler            pic x value space.
          05 dt-log-file       pic x(16).
          05 filler            pic x value space.
          05 dt-carry-value    pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-file-end       pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-status         pic x(30).
       77 number-ed            pic zzzzzzzz9.

       Procedure Division.
       carychk-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CARYCHK.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           open output rpt-file.
           move spaces to rpt-line.
           string "RESUME CARRY CONSISTENCY  " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  CARRY FILE       FIELD KIND   FILE            "
                     delimited by size
                  "     CARRY   FILE END  STATUS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform check-one-carry
              varying reg-idx from 1 by 1
              until reg-idx > 13.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           move flagged-count to number-ed.
           string "carries past the end of their file : "
                     delimited by size
                  number-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "carychk.rpt                   ",
                   "CARYCHK   ".

           display "Carries checked : ", checked-count,
                    "  past end of file : ", flagged-count.
           if flagged-count greater than 0
              move 4 to RETURN-CODE
           end-if.

       end-carychk. goback.

       check-one-carry section.
      *************************************************************
      * one registry row: the carry's value, the file's end in    *
      * the same terms, and the verdict                           *
      *************************************************************
           move cg-carry-file(reg-idx) to dt-carry-file.
           move cg-field-pos(reg-idx)  to dt-field-pos.
           move cg-log-file(reg-idx)   to dt-log-file.
           move spaces to dt-carry-value.
           move spaces to dt-file-end.
           evaluate cg-kind(reg-idx)
              when "R" move "COUNT"   to dt-kind
              when "H" move "KEY"     to dt-kind
              when "D" move "DATE"    to dt-kind
              when other move "MONCTR" to dt-kind
           end-evaluate.

           if cg-kind(reg-idx) equal "M"
              move "monitor counter -- no file" to dt-status
              go to write-verdict.

           move cg-carry-file(reg-idx) to carry-basename.
           call "envname" using carry-basename, carry-envfn.
           move spaces to carry-rec.
           open input carry-file.
           if carry-status not equal "00"
              move "no carry on file yet" to dt-status
              go to write-verdict.
           read carry-file
              at end move spaces to carry-rec
           end-read.
           close carry-file.

           move zeros to cd-value.
           compute digit-start = 10 - cg-field-len(reg-idx).
           move carry-rec(cg-field-pos(reg-idx):cg-field-len(reg-idx))
              to cd-text(digit-start:cg-field-len(reg-idx)).
           if cd-text is not numeric
              move "** CARRY NOT NUMERIC" to dt-status
              add 1 to flagged-count
              go to write-verdict.
           move cd-value to carry-value.
           move cd-value to number-ed.
           move number-ed to dt-carry-value.
           add 1 to checked-count.

           perform measure-file.
           if cg-kind(reg-idx) equal "R"
              move file-records to file-end
           end-if.
           move file-end to number-ed.
           move number-ed to dt-file-end.

           if cg-kind(reg-idx) not equal "R"
              and keyed-records equal 0
              move "no keyed rows on file -- not judged" to dt-status
              go to write-verdict.
           if carry-value greater than file-end
              move "** PAST END OF FILE" to dt-status
              add 1 to flagged-count
              perform log-past-end
              go to write-verdict.
           move "ok" to dt-status.

       write-verdict.
           write rpt-rec from detail-line.
       end-check-one-carry. exit.

       measure-file section.
      *************************************************************
      * the file's record count, and for key and date carries the *
      * highest key on the rows of the registered record type     *
      *************************************************************
           move 0 to file-records.
           move 0 to keyed-records.
           move 0 to file-end.
           move cg-log-file(reg-idx) to carry-basename.
           call "envname" using carry-basename, log-in-envfn.
           move "N" to end-of-log-sw.
           open input log-in-file.
           if log-in-status not equal "00"
              go to end-measure-file.
           perform measure-one-record thru measure-one-record-exit
              until end-of-log.
           close log-in-file.
       end-measure-file. exit.

       measure-one-record section.
           read log-in-file
              at end
                 move "Y" to end-of-log-sw
                 go to measure-one-record-exit
           end-read.
           add 1 to file-records.
           if cg-kind(reg-idx) equal "R"
              go to measure-one-record-exit.
           if cg-type-pos(reg-idx) greater than 0
              and log-in-rec(cg-type-pos(reg-idx):1)
                 not equal cg-type-value(reg-idx)
              go to measure-one-record-exit.
           move zeros to cd-value.
           compute digit-start = 10 - cg-key-len(reg-idx).
           move log-in-rec(cg-key-pos(reg-idx):cg-key-len(reg-idx))
              to cd-text(digit-start:cg-key-len(reg-idx)).
           if cd-text is not numeric
              go to measure-one-record-exit.
           add 1 to keyed-records.
           move cd-value to key-value.
           if key-value greater than file-end
              move key-value to file-end
           end-if.
       measure-one-record-exit. exit.

       log-past-end section.
           move spaces to log-detail.
           string cg-carry-file(reg-idx) delimited by space
                  " past end of " delimited by size
                  cg-log-file(reg-idx) delimited by space
                  " carry " delimited by size
                  dt-carry-value delimited by size
                  " end " delimited by size
                  dt-file-end delimited by size
             into log-detail.
           call "opslog" using "CARYCHK   ",
                   "CARRY PAST END OF FILE        ", log-detail.
       end-log-past-end. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); carries  *
      * and their files resolve as each registry row is checked   *
      *************************************************************
           call "envname" using "carychk.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
