      **
      ** DB2 API USED:
      **         sqlgbckp -- BACKUP DATABASE
      **         sqlgmnsz -- ESTIMATE BUFFER SIZE
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** SAMPLE: Backup utility with the house conventions: the
      **         database list and per-database backup type and
      **         with return codes the scheduler can act on.  The
      **         history file matters most: "when was this database
      **         last successfully backed up" finally has an answer.
      **         A successful row also carries the log range the
      **         image needs -- the first active log when the backup
      **         started and the current log when it finished, from
      **         a log-space snapshot -- for the archive continuity
      **         check (logcont).
      **
      ** OUTPUT FILE: dbbackup.out (available in the online documentation)
      ***********************************************************************
      **     (days; zero disables) is skipped with a dbbackup.alert
      **     record -- a chain past its base is a gamble we refuse
      **     at backup time, not at restore time.
      **     parallel streams: backup.cfg's new stream count splits
      **     backup.lst across that many concurrent instances, each
      **     launched by the scheduler with BACKUPSTREAM set to its
      **     stream number -- the migrate convention.  each stream
      **     takes the databases bkplan dealt it in bkplan.str
      **     (balanced on learned durations, largest first); a
      **     database the plan does not name, or every database
      **     when no plan is on file, falls to the round-robin
      **     split by list position.  each stream writes its final
      **     return code to dbbackup.status.<n> for the bkpstat
      **     consolidator the scheduler conditions on.
      **     backups run in criticality-tier order: backup.lst is
      **     taken once per inventory tier, tier 1 first
      **     (unassigned, or not in dbinv.dat, ranks as tier 3),
      **     list order kept within a tier; each stream keeps the
      **     same share of the list.
      **     a successful backup.hist row now also carries the log
      **     range the image needs -- the first active log before
      **     the backup and the current log after it, from a log-
      **     space snapshot, after the prune columns -- for the
      **     archive continuity check (logcont); a failed snapshot
      **     leaves the range blank and the backup goes on.
      **     a one-shot ad hoc run: dbbackup.ctl naming one database
      **     backs up only that database's backup.lst entry,
      **     unstreamed, and is emptied afterwards so the scheduled
      **     runs take the whole list again; a database with no
      **     backup.lst entry ends the run with return code 8.  ends
      **     with GOBACK instead of STOP RUN so the ad hoc run can
      **     be queued for qrunner.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
              file status is hist-status.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select str-file assign to str-envfn
              organization is line sequential
              file status is str-status.
           select status-file assign to status-envfn
              organization is line sequential.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
              record key is IV-DBNAME
              file status is inv-status.
           select adhoc-file assign to adhoc-envfn
              organization is line sequential
              file status is adhoc-status.

       Data Division.
       File Section.
           05  cfg-retry-max      pic 9(2).
           05  cfg-retry-delay    pic 9(3).
           05  cfg-chain-age      pic 9(3).
           05  cfg-streams        pic 9(2).

       FD  hist-file.
       01  hist-rec               pic x(170).

       FD  alert-file.
       01  alert-rec.
           05  filler             pic x.
           05  al-message         pic x(60).

       FD  str-file.
       01  str-rec.
           05  sa-stream          pic 9(2).
           05  filler             pic x.
           05  sa-dbname          pic x(9).
           05  filler             pic x.
           05  sa-secs            pic 9(6).

       FD  status-file.
       01  status-rec.
           05  st-rc              pic 9(2).
           05  filler             pic x.
           05  st-date            pic x(8).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  adhoc-file.
       01  adhoc-rec.
           05  ad-dbname          pic x(9).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cfg-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 alert-envfn          pic x(42).
       77 str-envfn            pic x(42).
       77 status-envfn         pic x(42).
       77 status-basename      pic x(30).
       77 inv-envfn            pic x(42).
       77 adhoc-envfn          pic x(42).

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       copy "sqlmon.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
          05 hs-result         pic x(40).
          05 filler            pic x value space.
          05 hs-base-date      pic x(8).
      * the prune columns bkprune fills in, blank on a new row
          05 filler            pic x(16) value spaces.
          05 filler            pic x value space.
          05 hs-first-log      pic x(7).
          05 filler            pic x value space.
          05 hs-last-log       pic x(7).

      * log range of the backup in hand, from a log-space snapshot
      * before the first attempt and after the successful one; a
      * snapshot that fails leaves the range off the row rather
      * than holding up the backup
       77 first-log-no        pic 9(9) comp-5 value 0.
       77 last-log-no         pic 9(9) comp-5 value 0.
       77 log-no-ed           pic 9(7).
       77 log-range-sw        pic x value "N".
          88 log-range-known  value "Y".
       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.
       01 database-name       pic x(8) value spaces.
       77 obj-count           pic s9(4) comp-5 value 1.
       01 obj-types.
          05 obj-type-entry   occurs 12 times pic s9(9) comp-5.
       01 buff.
          05 buffer-sz        pic 9(9) comp-5 value 0.
          05 buffer           occurs 0 to 100000 times
                              depending on buffer-sz.
             10 element       pic x.

      * incremental-chain controls: the latest successful full on
      * file for the database in hand, and the chain-age limit in
       77 chain-today-serial  pic s9(9) comp-5.
       77 chain-base-serial   pic s9(9) comp-5.

      * parallel streams: this instance's stream number (from
      * BACKUPSTREAM) and the configured stream count; the list
      * splits by the bkplan.str assignment, round-robin for any
      * database the plan does not name
       77 stream-count        pic s9(4) comp-5 value 1.
       77 stream-number       pic s9(4) comp-5 value 1.
       77 stream-env          pic x(2) value spaces.
       77 streamed-sw         pic x value "N".
          88 streamed-run     value "Y".
       77 list-ordinal        pic s9(9) comp-5 value 0.
       77 stream-slot         pic s9(9) comp-5.
       77 stream-ed           pic 99.
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

      * criticality order: backup.lst is taken once per inventory
      * tier, tier 1 first; a database with no tier assigned, or
      * not in the inventory, ranks as tier 3
       77 inv-status          pic x(2).
       77 inv-open-sw         pic x value "N".
          88 inv-open         value "Y".
       77 backup-tier         pic s9(4) comp-5 value 1.
       77 tier-rank           pic 9.

      * a one-shot ad hoc run: dbbackup.ctl names the one database
      * (its backup.lst entry) to back up, and is emptied after
      * the run so the scheduled runs take the whole list again
       77 adhoc-status        pic x(2).
       77 adhoc-dbname        pic x(9) value spaces.
       77 adhoc-taken         pic s9(4) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

           call "runstrt" using "DBBACKUP  ".

           perform read-config.
           perform read-adhoc-control.
           if adhoc-dbname equal spaces
              perform resolve-stream
           end-if.

           open input bkp-list-file.
           if lst-status not equal "00"
              move 4 to RETURN-CODE
              go to end-dbbackup.
           open extend hist-file.
           open input inv-file.
           if inv-status equal "00"
              move "Y" to inv-open-sw
           end-if.

           perform read-next-db.
           perform backup-one-db thru backup-one-db-exit

           close bkp-list-file.
           close hist-file.
           if inv-open
              close inv-file
           end-if.

       end-dbbackup.
           if streamed-run
              perform write-stream-status
           end-if.
           if adhoc-dbname not equal spaces
              perform clear-adhoc-control
           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DBBACKUP  ", reg-rc.
           goback.

       read-config section.
      *************************************************************
                 if cfg-chain-age is numeric
                    move cfg-chain-age to chain-age-days
                 end-if
                 if cfg-streams is numeric
                    and cfg-streams greater than 1
                    move cfg-streams to stream-count
                 end-if
           end-read.
           close cfg-file.
       end-read-config. exit.

       read-adhoc-control section.
      *************************************************************
      * dbbackup.ctl: database name(9) for a one-shot ad hoc      *
      * backup (queued from the service request intake) -- only  *
      * that database's backup.lst entry runs, unstreamed; an     *
      * absent or empty file is the ordinary scheduled run        *
      *************************************************************
           open input adhoc-file.
           if adhoc-status not equal "00"
              go to end-read-adhoc-control.
           read adhoc-file
              at end continue
              not at end move ad-dbname to adhoc-dbname
           end-read.
           close adhoc-file.
           if adhoc-dbname not equal spaces
              display "ad hoc run: backing up ", adhoc-dbname,
                       " only"
           end-if.
       end-read-adhoc-control. exit.

       clear-adhoc-control section.
           open output adhoc-file.
           close adhoc-file.
           if adhoc-taken equal 0
              display adhoc-dbname, " has no backup.lst entry -- ",
                       "ad hoc backup not taken"
              move 8 to RETURN-CODE
           end-if.
       end-clear-adhoc-control. exit.

       read-next-db section.
      * in a streamed run each instance takes only its own share
      * of the list and skips the rest
           move spaces to dbname.
           perform read-one-list-entry
              thru read-one-list-entry-exit
              until end-of-list or dbname not equal spaces.
       end-read-next-db. exit.

       read-one-list-entry section.
           read bkp-list-file
              at end
                 if backup-tier less than 4
                    perform rewind-backup-list
                 else
                    move "Y" to end-of-list-sw
                 end-if
                 go to read-one-list-entry-exit
           end-read.
           add 1 to list-ordinal.
           if adhoc-dbname not equal spaces
              and bk-dbname not equal adhoc-dbname
              go to read-one-list-entry-exit.
           if streamed-run
              perform find-stream-share
              if stream-slot not equal stream-number
                 go to read-one-list-entry-exit
              end-if
           end-if.
           perform rank-list-entry.
           if tier-rank not equal backup-tier
              go to read-one-list-entry-exit.
           move bk-dbname to dbname.
           if adhoc-dbname not equal spaces
              add 1 to adhoc-taken
           end-if.
           move bk-userid to userid.
           move bk-type   to backup-type.
           move bk-target to target-path.
       read-one-list-entry-exit. exit.

       rewind-backup-list section.
      *************************************************************
      * the next tier's pass starts the list over; the list       *
      * position restarts with it, so the stream split is the     *
      * same on every pass                                        *
      *************************************************************
           close bkp-list-file.
           open input bkp-list-file.
           add 1 to backup-tier.
           move 0 to list-ordinal.
       end-rewind-backup-list. exit.

       rank-list-entry section.
           move 3 to tier-rank.
           if not inv-open
              go to end-rank-list-entry.
           move spaces to IV-DBNAME.
           move bk-dbname(1:8) to IV-DBNAME.
           read inv-file
              invalid key continue
              not invalid key
                 if IV-TIER-ASSIGNED
                    move IV-TIER to tier-rank
                 end-if
           end-read.
       end-rank-list-entry. exit.

       find-stream-share section.
      * the bkplan.str assignment when the plan names the
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
       end-find-stream-share. exit.

       check-assign-entry section.
           if as-dbname(assign-idx) equal bk-dbname
              move "Y" to assign-found-sw
           end-if.
       check-assign-entry-exit. exit.

       resolve-stream section.
      *************************************************************
      * BACKUPSTREAM names this instance's stream (1..count); the *
      * per-stream status filename picks up the stream suffix,    *
      * and the bkplan.str assignment is loaded for the split     *
      *************************************************************
           if stream-count less than 2
              go to end-resolve-stream.
           accept stream-env from environment "BACKUPSTREAM".
           if stream-env is not numeric
              display "stream count is ", stream-count,
                       " but BACKUPSTREAM is not set -- running ",
                       "unstreamed"
              move 1 to stream-count
              go to end-resolve-stream.
           move stream-env to stream-number.
           if stream-number less than 1
              or stream-number greater than stream-count
              display "BACKUPSTREAM ", stream-env,
                       " is outside 1-", stream-count,
                       " -- running unstreamed"
              move 1 to stream-count
              move 1 to stream-number
              go to end-resolve-stream.
           move "Y" to streamed-sw.
           move stream-number to stream-ed.

           move spaces to status-basename.
           string "dbbackup.status." delimited by size
                  stream-ed delimited by size
             into status-basename.
           call "envname" using status-basename, status-envfn.

      * last night's status must not pass for tonight's: the file
      * empties at start, so a stream that dies leaves an empty
      * file and bkpstat counts it failed instead of reading a
      * stale success
           open output status-file.
           close status-file.

           open input str-file.
           if str-status equal "00"
              perform load-one-assignment
                 thru load-one-assignment-exit
                 until end-of-str or assign-count equal 200
              close str-file
           else
              display "no bkplan.str on file -- splitting ",
                       "backup.lst round-robin"
           end-if.

           display "running as backup stream ", stream-ed,
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
      * the stream's final return code, for the bkpstat           *
      * consolidator the scheduler conditions on                  *
      *************************************************************
           open output status-file.
           if RETURN-CODE greater than 99
              move 99 to st-rc
           else
              move RETURN-CODE to st-rc
           end-if.
           accept hist-today from date yyyymmdd.
           move hist-today to st-date.
           write status-rec.
           close status-file.
       end-write-stream-status. exit.

       backup-one-db section.
           move 0 to dbname-len.
              perform read-next-db
              go to backup-one-db-exit.

           move "N" to log-range-sw.
           perform read-log-position.
           if log-range-known
              move SQLM-FIRST-ACTIVE-LOG to first-log-no
           end-if.

           move "N" to backup-ok-sw.
           perform attempt-backup thru attempt-backup-exit
              varying retry-count from 1 by 1
              until backup-successful or retry-count > retry-max.

           if backup-successful
              move sqlcode to hs-sqlcode
              if log-range-known
                 perform read-log-position
              end-if
              if log-range-known
                 move SQLM-CURRENT-ACTIVE-LOG to last-log-no
              end-if
              move "BACKED UP successfully" to hs-result
              perform write-history-line
              move "N" to log-range-sw
              move spaces to log-detail
              string "database " delimited by size
                     dbname     delimited by space
              perform read-next-db
              go to backup-one-db-exit.

           call "errdb" using "S", dbname.
           move "BACKUP DATABASE" to errloc.
           call "checkerr" using SQLCA errloc "DBBACKUP  ".

           else
              move spaces to hs-base-date
           end-if.
           move spaces to hs-first-log.
           move spaces to hs-last-log.
           if hs-result(1:9) equal "BACKED UP" and log-range-known
              move first-log-no to log-no-ed
              move log-no-ed    to hs-first-log
              move last-log-no  to log-no-ed
              move log-no-ed    to hs-last-log
           end-if.
           write hist-rec from hist-line.
       end-write-history-line. exit.

       read-log-position section.
      *************************************************************
      * log-space snapshot of the database in hand; only the log  *
      * file numbers are wanted, so a failed snapshot turns the   *
      * range off instead of going through checkerr and ending   *
      * the run                                                   *
      *************************************************************
           move dbname to database-name.
           move SQLMA-DBASE-LOGSPACE to obj-type-entry(1).
           call "sqlmabld" using database-name, obj-count, obj-types,
                   SQLMA.
           move SQLM-CURRENT-VERSION to current-version.

           call "sqlgmnsz" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           if sqlcode not equal 0
              move "N" to log-range-sw
              go to end-read-log-position.

           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference buffer(1)
                                 by value     buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           if sqlcode not equal 0
              move "N" to log-range-sw
              go to end-read-log-position.

           set address of SQLM-LOGSPACE-STRUCT
              to address of buffer(1).
           move "Y" to log-range-sw.
       end-read-log-position. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "backup.lst                    ",
                   bkp-list-envfn.
           call "envname" using "backup.cfg                    ",
                   hist-envfn.
           call "envname" using "dbbackup.alert                ",
                   alert-envfn.
           call "envname" using "bkplan.str                    ",
                   str-envfn.
           call "envname" using "dbbackup.ctl                  ",
                   adhoc-envfn.
       end-resolve-toolkit-filenames. exit.
