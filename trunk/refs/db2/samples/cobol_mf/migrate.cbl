      **     ticket through dbrestor.ctl's mode "B" column, so the
      **     unattended restore no longer refuses for want of a
      **     separate standing RESTORE ticket.
      **     a streamed run now takes its share of migrate.lst from
      **     the migpln.str stream assignment the wave planner
      **     (migpln) stages for the night -- the bkplan.str
      **     convention dbbackup follows -- so the streams finish
      **     together; a database the plan does not name, or no plan
      **     on file, keeps the round-robin split.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
              organization is line sequential.
           select status-file assign to status-envfn
              organization is line sequential.
           select str-file assign to str-envfn
              organization is line sequential
              file status is str-status.

       Data Division.
       File Section.
           05  filler             pic x.
           05  st-date            pic x(8).

       FD  str-file.
       01  str-rec.
           05  sa-stream          pic 9(2).
           05  filler             pic x.
           05  sa-dbname          pic x(9).
           05  filler             pic x.
           05  sa-secs            pic 9(6).

       Working-Storage Section.

      * run correlation id (TOOLKITRUN), stitched through every

      * parallel streams: this instance's stream number (from
      * MIGRATESTREAM) and the configured stream count; the list
      * splits by the migpln.str wave assignment, round-robin for
      * any database the plan does not name, and everything not
      * this stream's is left to the sibling instances
       77 stream-count        pic s9(4) comp-5 value 1.
       77 stream-number       pic s9(4) comp-5 value 1.
       77 stream-env          pic x(2) value spaces.
       77 list-ordinal        pic s9(9) comp-5 value 0.
       77 stream-slot         pic s9(9) comp-5.
       77 stream-ed           pic 99.
       77 str-envfn           pic x(42).
       77 str-status          pic x(2).
       77 end-of-str-sw       pic x value "N".
          88 end-of-str       value "Y".
       01 assign-entries.
          05 assign-entry     occurs 200 times.
             10 as-dbname     pic x(9).
             10 as-stream     pic s9(4) comp-5.
       77 assign-count        pic s9(4) comp-5 value 0.
       77 assign-idx          pic s9(4) comp-5.
       77 assign-found-sw     pic x value "N".
          88 assign-found     value "Y".
       77 ckpt-basename       pic x(30).
       77 status-basename     pic x(30).

           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "MIGRATE   ", reg-rc.
           goback.

       read-config section.
      *************************************************************
           end-read.
           add 1 to list-ordinal.
           if streamed-run
              perform find-stream-share
              if stream-slot not equal stream-number
                 go to read-one-list-entry-exit
              end-if
           move ml-userid to vault-userid.
       read-one-list-entry-exit. exit.

       find-stream-share section.
      * the migpln.str assignment when the wave plan names the
      * database; otherwise the round-robin slot by list position
           move "N" to assign-found-sw.
           perform check-assign-entry thru check-assign-entry-exit
              varying assign-idx from 1 by 1
              until assign-idx > assign-count or assign-found.
           if assign-found
              subtract 1 from assign-idx
              move as-stream(assign-idx) to stream-slot
              go to end-find-stream-share.
           compute stream-slot = list-ordinal
              - ((list-ordinal - 1) / stream-count)
                * stream-count.
      * stream-slot cycles 1..stream-count (1-origin modulo)
       end-find-stream-share. exit.

       check-assign-entry section.
           if as-dbname(assign-idx) equal ml-dbname
              move "Y" to assign-found-sw
           end-if.
       check-assign-entry-exit. exit.

       resolve-stream section.
      *************************************************************
      * MIGRATESTREAM names this instance's stream (1..count);    *
           open output status-file.
           close status-file.

           open input str-file.
           if str-status equal "00"
              perform load-one-assignment
                 thru load-one-assignment-exit
                 until end-of-str or assign-count equal 200
              close str-file
           else
              display "no migpln.str on file -- splitting ",
                       "migrate.lst round-robin"
           end-if.

           display "running as migration stream ", stream-ed,
                    " of ", stream-count.
       end-resolve-stream. exit.

       load-one-assignment section.
           read str-file
              at end
                 move "Y" to end-of-str-sw
                 go to load-one-assignment-exit
           end-read.
           if sa-stream is not numeric
              go to load-one-assignment-exit.
      * a plan drawn for more streams than are running now is
      * ignored for that database -- the round-robin takes it
           if sa-stream less than 1
              or sa-stream greater than stream-count
              go to load-one-assignment-exit.
           add 1 to assign-count.
           move sa-dbname to as-dbname(assign-count).
           move sa-stream to as-stream(assign-count).
       load-one-assignment-exit. exit.

       write-stream-status section.
      *************************************************************
      * the stream's final return code, for the migstat           *
              perform read-next-db
              go to migrate-one-db-exit.

           call "errdb" using "S", database-name.
           move "MIGRATE DATABASE" to errloc.
           call "checkerr" using SQLCA errloc "MIGRATE   ".

                   ckpt-envfn.
           call "envname" using "dbrestor.ctl                  ",
                   rst-ctl-envfn.
           call "envname" using "migpln.str                    ",
                   str-envfn.
       end-resolve-toolkit-filenames. exit.
