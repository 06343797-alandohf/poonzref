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
      ** SOURCE FILE NAME: deptchk.cbl
      **
      ** SAMPLE: DEPT= code check, called by setact and sessinit
      **         before an accounting string is set.  The code is
      **         looked up in the department master (deptmst.dat)
      **         and must be valid on the run date passed in:
      **             rc 0 -- valid
      **             rc 1 -- not in the department master
      **             rc 2 -- not valid until a later date
      **             rc 3 -- no longer valid (retired)
      **             rc 9 -- no department master on hand, so
      **                     nothing could be checked
      **         deptval.ctl says what the caller does with a code
      **         that fails: "R" to reject it (no accounting string
      **         is set for it) or "F" to set it anyway and flag it;
      **         with no deptval.ctl the code is flagged.  The
      **         setting is handed back to the caller.
      **
      ** OUTPUT FILE: deptchk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "deptchk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select dept-file assign to dept-envfn
              organization is indexed
              access mode is random
              record key is DP-CODE
              file status is dept-status.
           select val-file assign to val-envfn
              organization is line sequential
              file status is setting-status.

       Data Division.
       File Section.
       FD  dept-file.
       copy "deptrec.cbl".

      * deptval.ctl: R reject / F flag a code that fails the check
       FD  val-file.
       01  val-rec.
           05  vl-setting         pic x(1).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 dept-envfn           pic x(42).
       77 val-envfn            pic x(42).

       77 dept-status          pic x(2).
       77 setting-status       pic x(2).

       Linkage Section.
       01  lk-dept             pic x(10).
       01  lk-date             pic x(8).
       01  lk-rc               pic s9(9) comp-5.
       01  lk-setting          pic x(1).

       Procedure Division using lk-dept, lk-date, lk-rc, lk-setting.
       deptchk-pgm section.

           perform resolve-toolkit-filenames.

           perform read-setting.

           move 0 to lk-rc.
           open input dept-file.
           if dept-status not equal "00"
              move 9 to lk-rc
              go to end-deptchk.

           move lk-dept to DP-CODE.
           read dept-file
              invalid key
                 move 1 to lk-rc
           end-read.
           if lk-rc equal 0
              evaluate true
                 when lk-date < DP-VALID-FROM
                    move 2 to lk-rc
                 when not DP-OPEN-ENDED and lk-date > DP-VALID-TO
                    move 3 to lk-rc
              end-evaluate
           end-if.
           close dept-file.

       end-deptchk. exit program.

       read-setting section.
      *************************************************************
      * deptval.ctl: one byte, R or F; anything else, or no file, *
      * flags                                                     *
      *************************************************************
           move "F" to lk-setting.
           open input val-file.
           if setting-status not equal "00"
              go to end-read-setting.
           read val-file
              at end continue
              not at end
                 if vl-setting equal "R" or vl-setting equal "r"
                    move "R" to lk-setting
                 end-if
           end-read.
           close val-file.
       end-read-setting. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "deptmst.dat                   ",
                   dept-envfn.
           call "envname" using "deptval.ctl                   ",
                   val-envfn.
       end-resolve-toolkit-filenames. exit.
