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
      ** SOURCE FILE NAME: tbswatch.cbl
      **
      ** DB2 APIs USED:
      **         sqlgmnsz -- ESTIMATE BUFFER SIZE
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** SAMPLE: Tablespace state watch.  For every active database
      **         in the inventory it takes the same SQLMA-TABLESPACE
      **         snapshot bufrpt and capgen read page counts from,
      **         decodes each tablespace's state bit mask, and lists
      **         every tablespace not in normal state -- backup
      **         pending, rollforward pending, load pending, quiesced,
      **         offline and the rest -- one line per state, with
      **         when the state was first seen and how many hours it
      **         has been held.  First sightings carry across runs in
      **         tbswatch.state, which is rewritten with only the
      **         states still held, so a state that clears drops
      **         off.  tbswatch.cfg names the "must alert" states,
      **         one per line (a leading match, so QUIESCED covers
      **         all three quiesce modes); each tablespace held in
      **         one of them raises a tbswatch.alert record for the
      **         alertrtr sweep and sets return code 4.  With no
      **         tbswatch.cfg the pending states and OFFLINE alert.
      **         The leftover after a MIGRATE or a restore stops
      **         being found by hand.
      **
      ** OUTPUT FILE: tbswatch.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "tbswatch".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.
           select state-file assign to state-envfn
              organization is line sequential
              file status is state-status.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  cfg-file.
       01  cfg-rec.
           05  cfg-state-name     pic x(20).

       FD  state-file.
       01  state-rec.
           05  sf-dbname          pic x(8).
           05  filler             pic x.
           05  sf-tsname          pic x(18).
           05  filler             pic x.
           05  sf-state-name      pic x(20).
           05  filler             pic x.
           05  sf-first-date      pic x(8).
           05  filler             pic x.
           05  sf-first-time      pic x(8).

       FD  alert-file.
       01  alert-rec.
           05  al-program         pic x(10).
           05  filler             pic x.
           05  al-timestamp       pic x(26).
           05  filler             pic x.
           05  al-message         pic x(60).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 cfg-envfn            pic x(42).
       77 state-envfn          pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       copy "sqlmon.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 inv-status          pic x(2).
       77 cfg-status          pic x(2).
       77 state-status        pic x(2).
       77 end-of-list-sw      pic x value "N".
          88 end-of-list      value "Y".
       77 end-of-cfg-sw       pic x value "N".
          88 end-of-cfg       value "Y".
       77 end-of-state-sw     pic x value "N".
          88 end-of-state     value "Y".
       77 db-select           pic x(4) value spaces.

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.
       77 watch-date          pic 9(8).
       77 watch-time          pic 9(8).
       77 ts-idx              pic s9(4) comp-5.
       77 ts-limit            pic s9(4) comp-5.

       01 database-name       pic x(8) value spaces.

       77 obj-count           pic s9(4) comp-5 value 1.
       01 obj-types.
          05 obj-type-entry   occurs 12 times pic s9(9) comp-5.

       01 buff.
          05 buffer-sz        pic 9(9) comp-5 value 0.
          05 buffer           occurs 0 to 100000 times
                              depending on buffer-sz.
             10 element       pic x.

      * the tablespace_state bits, lowest first
       01 state-bit-list.
          05 filler pic x(30) value "0000000001QUIESCED SHARE".
          05 filler pic x(30) value "0000000002QUIESCED UPDATE".
          05 filler pic x(30) value "0000000004QUIESCED EXCLUSIVE".
          05 filler pic x(30) value "0000000008LOAD PENDING".
          05 filler pic x(30) value "0000000016DELETE PENDING".
          05 filler pic x(30) value "0000000032BACKUP PENDING".
          05 filler pic x(30) value "0000000064ROLLFORWARD IN PROG".
          05 filler pic x(30) value "0000000128ROLLFORWARD PENDING".
          05 filler pic x(30) value "0000000256RESTORE PENDING".
          05 filler pic x(30) value "0000000512DISABLE PENDING".
          05 filler pic x(30) value "0000001024REORG IN PROGRESS".
          05 filler pic x(30) value "0000002048BACKUP IN PROGRESS".
          05 filler pic x(30) value "0000004096STORAGE NOT DEFINED".
          05 filler pic x(30) value "0000008192RESTORE IN PROGRESS".
          05 filler pic x(30) value "0000016384OFFLINE".
          05 filler pic x(30) value "0000032768DROP PENDING".
       01 state-bit-table redefines state-bit-list.
          05 state-bit-entry  occurs 16 times.
             10 sb-value      pic 9(10).
             10 sb-name       pic x(20).
       77 bit-idx              pic s9(4) comp-5.
       77 bit-quotient         pic s9(18) comp-5.
       77 bit-half             pic s9(18) comp-5.
       77 bit-odd              pic s9(18) comp-5.
       77 known-bits           pic s9(18) comp-5.
       77 state-name           pic x(20).

      * the must-alert list from tbswatch.cfg
       01 must-entries.
          05 must-entry        occurs 20 times.
             10 mu-name        pic x(20).
             10 mu-len         pic s9(4) comp-5.
       77 must-count           pic s9(4) comp-5 value 0.
       77 must-idx             pic s9(4) comp-5.
       77 must-alert-sw        pic x value "N".
          88 must-alert        value "Y".

      * last run's first sightings, and this run's
       01 prev-entries.
          05 prev-entry        occurs 500 times.
             10 pv-dbname      pic x(8).
             10 pv-tsname      pic x(18).
             10 pv-state-name  pic x(20).
             10 pv-first-date  pic x(8).
             10 pv-first-time  pic x(8).
       77 prev-count           pic s9(4) comp-5 value 0.
       77 prev-idx             pic s9(4) comp-5.
       77 prev-found-sw        pic x value "N".
          88 prev-found        value "Y".
       01 cur-entries.
          05 cur-entry         occurs 500 times.
             10 cu-dbname      pic x(8).
             10 cu-tsname      pic x(18).
             10 cu-state-name  pic x(20).
             10 cu-first-date  pic x(8).
             10 cu-first-time  pic x(8).
       77 cur-count            pic s9(4) comp-5 value 0.
       77 cur-idx              pic s9(4) comp-5.
      * the databases actually looked at this run -- last run's
      * sightings for any other database (out of the DBSELECT
      * scope, or on an instance that would not attach) are
      * unknown tonight, not cleared, and carry over unchanged
       01 watched-entries.
          05 watched-entry     occurs 200 times.
             10 wa-dbname      pic x(8).
       77 watched-count        pic s9(4) comp-5 value 0.
       77 watched-idx          pic s9(4) comp-5.
       77 watched-found-sw     pic x value "N".
          88 watched-found     value "Y".

      * day-serial date arithmetic for the hours-held figure
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.
       77 held-hours           pic s9(9) comp-5.
       01 now-hour-parse.
          05 nh-hh             pic 9(2).
          05 filler            pic x(6).
       01 rec-hour-parse.
          05 rh-hh             pic 9(2).
          05 filler            pic x(6).

       77 abnormal-count       pic s9(4) comp-5 value 0.
       77 alert-count          pic s9(4) comp-5 value 0.
       77 hours-ed             pic zzzz9.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(9).
          05 filler            pic x value space.
          05 dt-tsname         pic x(18).
          05 filler            pic x(2) value spaces.
          05 dt-state-name     pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-first-date     pic x(8).
          05 filler            pic x value space.
          05 dt-first-time     pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-hours          pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(10).

       Procedure Division.
       tbswatch-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : TBSWATCH.CBL".

           accept watch-date from date yyyymmdd.
           accept watch-time from time.
           accept db-select from environment "DBSELECT".
           move watch-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.
           move watch-time to now-hour-parse.

           perform load-must-alert-list.
           perform load-previous-states.

           move SQLMA-TABLESPACE to obj-type-entry(1).

           open output rpt-file.
           open extend alert-file.
           perform write-report-heading.

           open input inv-file.
           if inv-status not equal "00"
              display "TBSWATCH: dbinv.dat not on hand -- run dbinvmnt"
              move "Y" to end-of-list-sw
              move 8 to RETURN-CODE
           end-if.
           perform read-next-db.
           perform watch-one-db thru watch-one-db-exit
              until end-of-list.
           close inv-file.

           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "TBSWATCH  ", inst-rc
           end-if.

           if abnormal-count equal 0
              move "  (every tablespace in normal state)" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           close alert-file.
           close rpt-file.
           call "rptarch" using "tbswatch.rpt                  ",
                   "TBSWATCH  ".

      * with no inventory nothing was looked at -- last run's
      * sightings must stand
           if RETURN-CODE less than 8
              perform rewrite-state-file
           end-if.

           display "Tablespace states held : ", abnormal-count.
           display "Must-alert states      : ", alert-count.
           if alert-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-tbswatch. goback.

       load-must-alert-list section.
      *************************************************************
      * tbswatch.cfg: one state name per line, columns 1-20, as   *
      * the report spells it -- a leading match, so QUIESCED      *
      * covers share, update and exclusive alike                  *
      *************************************************************
           open input cfg-file.
           if cfg-status not equal "00"
              perform load-default-must-list
              go to end-load-must-alert-list.
           perform load-one-must-entry thru load-one-must-entry-exit
              until end-of-cfg or must-count equal 20.
           close cfg-file.
           if must-count equal 0
              perform load-default-must-list
           end-if.
       end-load-must-alert-list. exit.

       load-one-must-entry section.
           read cfg-file
              at end
                 move "Y" to end-of-cfg-sw
                 go to load-one-must-entry-exit
           end-read.
           if cfg-state-name equal spaces
              or cfg-state-name(1:1) equal "*"
              go to load-one-must-entry-exit.
           move cfg-state-name to state-name.
           perform add-must-entry.
       load-one-must-entry-exit. exit.

       load-default-must-list section.
      * the states that stop an application outright alert; the
      * quiesced and in-progress ones are reported only
           move "LOAD PENDING" to state-name.
           perform add-must-entry.
           move "BACKUP PENDING" to state-name.
           perform add-must-entry.
           move "ROLLFORWARD PENDING" to state-name.
           perform add-must-entry.
           move "RESTORE PENDING" to state-name.
           perform add-must-entry.
           move "OFFLINE" to state-name.
           perform add-must-entry.
           move "DROP PENDING" to state-name.
           perform add-must-entry.
       end-load-default-must-list. exit.

       add-must-entry section.
           add 1 to must-count.
           move state-name to mu-name(must-count).
           move 0 to mu-len(must-count).
           inspect state-name tallying mu-len(must-count)
              for characters before initial "  ".
       end-add-must-entry. exit.

       load-previous-states section.
           open input state-file.
           if state-status not equal "00"
              go to end-load-previous-states.
           perform load-one-prev-state thru load-one-prev-state-exit
              until end-of-state or prev-count equal 500.
           close state-file.
       end-load-previous-states. exit.

       load-one-prev-state section.
           read state-file
              at end
                 move "Y" to end-of-state-sw
                 go to load-one-prev-state-exit
           end-read.
           add 1 to prev-count.
           move sf-dbname     to pv-dbname(prev-count).
           move sf-tsname     to pv-tsname(prev-count).
           move sf-state-name to pv-state-name(prev-count).
           move sf-first-date to pv-first-date(prev-count).
           move sf-first-time to pv-first-time(prev-count).
       load-one-prev-state-exit. exit.

       read-next-db section.
      *****************************************************
      * pull the next eligible database off the indexed   *
      * inventory -- active entries only, limited to the  *
      * DBSELECT environment when one is set              *
      *****************************************************
           move spaces to database-name.
           perform read-one-inv-entry thru read-one-inv-entry-exit
              until end-of-list or database-name not equal spaces.
       end-read-next-db. exit.

       read-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-list-sw
              not at end
                 if IV-IS-ACTIVE
                    and (db-select equal spaces
                       or db-select equal "ALL "
                       or db-select equal IV-ENVIRONMENT)
                    move IV-DBNAME   to database-name
                    move IV-INSTANCE to db-instance
                 end-if
           end-read.
       read-one-inv-entry-exit. exit.

       switch-instance section.
      *************************************************************
      * attach to this database's owning instance when it differs *
      * from the one currently attached, detaching from the old   *
      * group first; an unattachable instance leaves               *
      * current-instance as spaces so its databases are skipped   *
      *************************************************************
           if db-instance equal current-instance
              go to end-switch-instance.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "TBSWATCH  ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "TBSWATCH  ", inst-rc.
           if inst-rc equal 0
              move db-instance to current-instance
           else
              display "skipping databases on instance ",
                       db-instance
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-switch-instance. exit.

       watch-one-db section.
           perform switch-instance.
           if db-instance not equal current-instance
              perform read-next-db
              go to watch-one-db-exit.

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
           call "errdb" using "S", database-name.
           move "ESTIMATE BUFFER SIZE FOR TABLESPACES" to errloc.
           call "checkerr" using SQLCA errloc "TBSWATCH  ".

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
           call "errdb" using "S", database-name.
           move "TABLESPACE STATE SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "TBSWATCH  ".

           set address of SQLM-TABLESPACE-STRUCT
              to address of buffer(1).
           if watched-count less than 200
              add 1 to watched-count
              move database-name to wa-dbname(watched-count)
           end-if.

           move SQLM-TS-COUNT to ts-limit.
           if ts-limit greater than 50
              move 50 to ts-limit
           end-if.
           perform check-one-tablespace
              varying ts-idx from 1 by 1
              until ts-idx > ts-limit.

           perform read-next-db.
       watch-one-db-exit. exit.

       check-one-tablespace section.
           if SQLM-TS-STATE(ts-idx) equal 0
              go to end-check-one-tablespace.
           move 0 to known-bits.
           perform check-one-state-bit
              varying bit-idx from 1 by 1
              until bit-idx > 16.
      * any bit above the ones this watch knows by name is still
      * not normal, and is reported as such
           if known-bits not equal SQLM-TS-STATE(ts-idx)
              move "OTHER STATE BITS" to state-name
              perform report-one-state
           end-if.
       end-check-one-tablespace. exit.

       check-one-state-bit section.
           divide SQLM-TS-STATE(ts-idx) by sb-value(bit-idx)
              giving bit-quotient.
           divide bit-quotient by 2 giving bit-half
              remainder bit-odd.
           if bit-odd equal 0
              go to end-check-one-state-bit.
           add sb-value(bit-idx) to known-bits.
           move sb-name(bit-idx) to state-name.
           perform report-one-state.
       end-check-one-state-bit. exit.

       report-one-state section.
      *************************************************************
      * one line per tablespace state; the first sighting comes   *
      * from tbswatch.state when last run saw the same state      *
      *************************************************************
           add 1 to abnormal-count.
           perform find-prev-state.
           if cur-count less than 500
              add 1 to cur-count
              move database-name to cu-dbname(cur-count)
              move SQLM-TS-NAME(ts-idx) to cu-tsname(cur-count)
              move state-name to cu-state-name(cur-count)
              if prev-found
                 move pv-first-date(prev-idx)
                    to cu-first-date(cur-count)
                 move pv-first-time(prev-idx)
                    to cu-first-time(cur-count)
              else
                 move watch-date to cu-first-date(cur-count)
                 move watch-time to cu-first-time(cur-count)
              end-if
           end-if.

           move spaces to dt-dbname.
           move database-name to dt-dbname.
           move SQLM-TS-NAME(ts-idx) to dt-tsname.
           move state-name to dt-state-name.
           if prev-found
              move pv-first-date(prev-idx) to dt-first-date
              move pv-first-time(prev-idx) to dt-first-time
              move pv-first-date(prev-idx) to serial-work-date
              perform date-to-serial
              move pv-first-time(prev-idx) to rec-hour-parse
              compute held-hours =
                 (today-serial - serial-days) * 24
                 + (nh-hh - rh-hh)
              if held-hours less than 0
                 move 0 to held-hours
              end-if
           else
              move watch-date to dt-first-date
              move watch-time to dt-first-time
              move 0 to held-hours
           end-if.
           move held-hours to dt-hours.

           perform check-must-alert.
           if must-alert
              add 1 to alert-count
              move "** ALERT" to dt-flag
              perform raise-state-alert
           else
              move spaces to dt-flag
           end-if.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-report-one-state. exit.

       find-prev-state section.
           move "N" to prev-found-sw.
           perform check-prev-state thru check-prev-state-exit
              varying prev-idx from 1 by 1
              until prev-idx > prev-count or prev-found.
           if prev-found
              subtract 1 from prev-idx
           end-if.
       end-find-prev-state. exit.

       check-prev-state section.
           if pv-dbname(prev-idx) equal database-name
              and pv-tsname(prev-idx) equal SQLM-TS-NAME(ts-idx)
              and pv-state-name(prev-idx) equal state-name
              move "Y" to prev-found-sw
           end-if.
       check-prev-state-exit. exit.

       check-must-alert section.
           move "N" to must-alert-sw.
           perform check-one-must-entry thru check-one-must-entry-exit
              varying must-idx from 1 by 1
              until must-idx > must-count or must-alert.
       end-check-must-alert. exit.

       check-one-must-entry section.
           if mu-len(must-idx) equal 0
              go to check-one-must-entry-exit.
           if state-name(1:mu-len(must-idx))
                 equal mu-name(must-idx)(1:mu-len(must-idx))
              move "Y" to must-alert-sw
           end-if.
       check-one-must-entry-exit. exit.

       raise-state-alert section.
           move "TBSWATCH  " to al-program.
           move spaces to al-timestamp.
           string watch-date delimited by size
                  " "        delimited by size
                  watch-time delimited by size
             into al-timestamp.
           move held-hours to hours-ed.
           move spaces to al-message.
           string database-name delimited by space
                  " "           delimited by size
                  SQLM-TS-NAME(ts-idx) delimited by space
                  " "           delimited by size
                  state-name    delimited by "  "
                  " "           delimited by size
                  hours-ed      delimited by size
                  " hr"         delimited by size
             into al-message.
           write alert-rec.
       end-raise-state-alert. exit.

       write-report-heading section.
           move spaces to rpt-line.
           string "TABLESPACE STATE WATCH " delimited by size
                  watch-date delimited by size
                  " " delimited by size
                  watch-time delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  TABLESPACE          STATE                "
                     delimited by size
                  "FIRST SEEN         HOURS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-report-heading. exit.

       rewrite-state-file section.
      *************************************************************
      * only the states still held go back -- a cleared state     *
      * drops off, and is new again if it ever returns            *
      *************************************************************
           open output state-file.
           perform carry-one-prev-state
              varying prev-idx from 1 by 1
              until prev-idx > prev-count.
           perform write-one-cur-state
              varying cur-idx from 1 by 1
              until cur-idx > cur-count.
           close state-file.
       end-rewrite-state-file. exit.

       carry-one-prev-state section.
           move "N" to watched-found-sw.
           perform check-watched-db thru check-watched-db-exit
              varying watched-idx from 1 by 1
              until watched-idx > watched-count or watched-found.
           if watched-found
              go to end-carry-one-prev-state.
           move spaces to state-rec.
           move pv-dbname(prev-idx)     to sf-dbname.
           move pv-tsname(prev-idx)     to sf-tsname.
           move pv-state-name(prev-idx) to sf-state-name.
           move pv-first-date(prev-idx) to sf-first-date.
           move pv-first-time(prev-idx) to sf-first-time.
           write state-rec.
       end-carry-one-prev-state. exit.

       check-watched-db section.
           if wa-dbname(watched-idx) equal pv-dbname(prev-idx)
              move "Y" to watched-found-sw
           end-if.
       check-watched-db-exit. exit.

       write-one-cur-state section.
           move spaces to state-rec.
           move cu-dbname(cur-idx)     to sf-dbname.
           move cu-tsname(cur-idx)     to sf-tsname.
           move cu-state-name(cur-idx) to sf-state-name.
           move cu-first-date(cur-idx) to sf-first-date.
           move cu-first-time(cur-idx) to sf-first-time.
           write state-rec.
       end-write-one-cur-state. exit.

       date-to-serial section.
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           compute serial-days = 365 * serial-yy
              + serial-yy / 4 - serial-yy / 100 + serial-yy / 400
              + (153 * (serial-mm - 3) + 2) / 5
              + swd-dd.
       end-date-to-serial. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "tbswatch.cfg                  ",
                   cfg-envfn.
           call "envname" using "tbswatch.state                ",
                   state-envfn.
           call "envname" using "tbswatch.alert                ",
                   alert-envfn.
           call "envname" using "tbswatch.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
