      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     a cataloged report is handed to the distribution pass
      **     (rptdist), which mails the archived copy through
      **     memo.out to the recipients rptdist.dat lists as due and
      **     records each delivery in rptdist.log.
      **     a second run on the same day no longer overwrites the
      **     day's archived copy while an open legal hold
      **     (legalhold.dat, judged by holdchk) covers the date:
      **     the new report is appended behind the held one and
      **     the refusal is logged through opslog as LEGAL HOLD
      **     KEPT REPORT.
      ***********************************************************************

       Identification Division.
              organization is line sequential
              file status is rpt-in-status.
           select arch-file assign to arch-filename
              organization is line sequential
              file status is arch-status.
           select cat-file assign to cat-envfn
              organization is line sequential
              file status is cat-status.

       77 rpt-in-status        pic x(2).
       77 cat-status           pic x(2).
       77 arch-status          pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-rpt-sw        pic x.
          88 end-of-rpt        value "Y".
       77 record-count         pic s9(9) comp-5.

      * an archived copy under legal hold is never replaced
       copy "holdrec.cbl".
       77 held-copy-sw         pic x.
          88 held-copy         value "Y".

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Linkage Section.
       01  lk-basename         pic x(30).
       01  lk-program          pic x(10).
           if rpt-in-status not equal "00"
      * no report produced this run -- nothing to archive
              goback.
           perform check-legal-hold.
           if held-copy
              open extend arch-file
           else
              open output arch-file
           end-if.
           perform copy-one-record thru copy-one-record-exit
              until end-of-rpt.
           close rpt-in-file.
           write cat-rec.
           close cat-file.

      * the archived copy goes out to whoever the distribution list
      * says is due it
           call "rptdist" using lk-basename, lk-program, arch-basename.

       end-rptarch. goback.

       check-legal-hold section.
      *************************************************************
      * today's copy already on file and covered by an open hold  *
      * is kept: the rerun's report goes in behind it             *
      *************************************************************
           move "N" to held-copy-sw.
           open input arch-file.
           if arch-status not equal "00"
              go to end-check-legal-hold.
           close arch-file.
      * archived reports are cross-database: held by date alone
           move spaces to HOLDCHK-AREA.
           move today-date to HOLDCHK-DATE.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to end-check-legal-hold.
           move "Y" to held-copy-sw.
           move spaces to log-detail.
           string arch-basename  delimited by space
                  " kept, matter " delimited by size
                  HOLDCHK-MATTER delimited by space
             into log-detail.
           call "opslog" using "RPTARCH   ",
                   "LEGAL HOLD KEPT REPORT        ", log-detail.
       end-check-legal-hold. exit.

       copy-one-record section.
           read rpt-in-file
              at end
