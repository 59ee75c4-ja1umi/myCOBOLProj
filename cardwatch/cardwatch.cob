      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> SD-card storage watch with a fill-date projection.
      *>
      *> Everything on the station appends to files on the SD card
      *> - the live logs, PUSH_SPOOL.DAT through a dashboard outage,
      *> SENSOR_EVENTS.IDX, the .RPT files nothing ever rolls - and
      *> until now the first sign of a full card was tmp102 failing
      *> to write. Run from the batch schedule once a day, e.g.
      *>
      *>   CARDWATCH,0005,,cardwatch
      *>
      *> ahead of the shift-end roll, this program:
      *>
      *>   1. records the size of every file the suite writes, the
      *>      dated archives logroll keeps (from LOGROLL_INDEX.DAT)
      *>      and the card's free space (from df), one line per file
      *>      per day in the size history CARDWATCH_HIST.DAT -
      *>      date,file-name,bytes - with the suite total, the
      *>      archive total and free space under the names *SUITE*,
      *>      *ARCHIVES* and *FREE*. A second run on the same day
      *>      replaces that day's lines; history older than 90 days
      *>      is dropped;
      *>   2. works out each file's growth per day since its last
      *>      recorded size, and its usual growth per day over the
      *>      history before that. A file growing faster than the
      *>      configured multiple of its usual rate, and by more
      *>      than the configured floor, is growing unusually fast;
      *>   3. projects from the fall in free space over the last 30
      *>      days of history how many days are left until the card
      *>      is full, and on what date;
      *>   4. says what logroll and idxoffld would give back: the
      *>      live logs logroll rolls, the archives already past
      *>      LOGROLL.CFG's retention that its next run would purge,
      *>      and the share of SENSOR_EVENTS.IDX from before this
      *>      year that an idxoffld of the past years would offload.
      *>
      *> A file growing unusually fast, or a projected fill date
      *> inside the configured number of days, is written to the
      *> maintenance log READSW_MAINT.LOG and to the shared log as
      *> CARDWATCH FAST-GROW (file name) or FILL-SOON (the fill
      *> date), and the return code is 4 so the batch schedule's run
      *> log shows it. The report is appended to CARDWATCH.RPT and
      *> echoed to the console.
      *>
      *> The control file CARDWATCH.CFG holds on its first line
      *>
      *>   warn-days,fast-factor,fast-floor-kb
      *>
      *> (30 days, 3 times, 512 KB a day when absent) and on any
      *> further lines the names of extra files to watch - the dated
      *> logbook_ and dossier_ documents, say, if they are kept on
      *> the card.
      *>
      *> How to build this program:
      *>   cobc -x cardwatch.cob -I ../copybooks
      *>
       identification division.
       program-id. cardwatch.

       environment division.
       input-output section.
       file-control.
           select watch-control-file assign to "cardwatch.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select history-file assign to "cardwatch_hist.dat"
               organization is line sequential
               file status is ws-hist-status.
           select history-hold-file assign to "cardwatch_hist.tmp"
               organization is line sequential
               file status is ws-hold-status.
           select df-output-file assign to "cardwatch.df"
               organization is line sequential
               file status is ws-df-status.
           select roll-control-file assign to "logroll.cfg"
               organization is line sequential
               file status is ws-roll-status.
           select archive-index-file assign to "logroll_index.dat"
               organization is line sequential
               file status is ws-aidx-status.
           select event-index-file assign to "sensor_events.idx"
               organization is indexed
               access mode is dynamic
               record key is IE-KEY
               file status is ws-eidx-status.
           select maint-log-file assign to "readsw_maint.log"
               organization is line sequential
               file status is ws-maint-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select watch-report-file assign to "cardwatch.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  watch-control-file.
       01  watch-control-record   pic x(60).
       fd  history-file.
       01  history-record         pic x(80).
       fd  history-hold-file.
       01  history-hold-record    pic x(80).
       fd  df-output-file.
       01  df-output-record       pic x(200).
       fd  roll-control-file.
       01  roll-control-record    pic x(80).
       fd  archive-index-file.
       01  archive-index-record   pic x(60).
       fd  event-index-file.
           copy sensoridx.
       fd  maint-log-file.
       01  maint-log-record       pic x(100).
       fd  sensor-event-file.
           copy sensorevt.
       fd  station-file.
       01  station-record         pic x(20).
       fd  watch-report-file.
       01  watch-report-record    pic x(100).

       working-storage section.

      *> file-status housekeeping
       01 ws-cfg-status     pic xx.
       01 ws-hist-status    pic xx.
       01 ws-hold-status    pic xx.
       01 ws-df-status      pic xx.
       01 ws-roll-status    pic xx.
       01 ws-aidx-status    pic xx.
       01 ws-eidx-status    pic xx.
       01 ws-maint-status   pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> control values from CARDWATCH.CFG
       01 ws-warn-days      pic 9(4)  value 30.
       01 ws-fast-factor    pic 9(3)  value 3.
       01 ws-fast-floor-kb  pic 9(7)  value 512.
       01 ws-cfg-line-no    pic 9(3)  value zero.
       01 cfg-warn-x        pic x(6).
       01 cfg-factor-x      pic x(6).
       01 cfg-floor-x       pic x(9).

      *> the files watched. Kind R is a live log logroll rolls,
      *> I the keyed archive idxoffld offloads; the totals carry
      *> kind S (suite), A (archives) and F (free space).
       01 watch-bank.
         05 wt-entry occurs 100 times.
           10 wt-name         pic x(40).
           10 wt-kind         pic x.
           10 wt-found        pic x.
             88 watched-is-found      value "Y".
           10 wt-bytes        pic 9(12).
           10 wt-first-date   pic 9(8).
           10 wt-first-bytes  pic 9(12).
           10 wt-prior-date   pic 9(8).
           10 wt-prior-bytes  pic 9(12).
           10 wt-rate         pic S9(12).
           10 wt-usual        pic S9(12).
           10 wt-judged       pic x.
             88 rate-is-judged        value "Y".
           10 wt-fast         pic x.
             88 growth-is-fast        value "Y".
       01 wt-count          pic 9(3)  value zero.
       01 wt-idx            pic 9(3).
       01 ws-add-name       pic x(40).
       01 ws-add-kind       pic x.
       01 ws-suite-idx      pic 9(3).
       01 ws-archive-idx    pic 9(3).
       01 ws-free-idx       pic 9(3).

      *> file size pickup
       01 ws-check-name     pic x(40).
       01 ws-file-info.
         05 ws-file-size     pic 9(18) comp-x.
         05 ws-file-dd       pic 9(2)  comp-x.
         05 ws-file-mo       pic 9(2)  comp-x.
         05 ws-file-yyyy     pic 9(4)  comp-x.
         05 ws-file-hh       pic 9(2)  comp-x.
         05 ws-file-mi       pic 9(2)  comp-x.
         05 ws-file-ss       pic 9(2)  comp-x.
         05 ws-file-hs       pic 9(2)  comp-x.
       01 ws-file-rc        usage binary-long signed.

      *> logroll's archives, from its index, and its retention
       01 archive-bank.
         05 ar-entry occurs 400 times.
           10 ar-name         pic x(40).
           10 ar-bytes        pic 9(12).
           10 ar-expired      pic x.
             88 archive-is-expired    value "Y".
       01 ar-count          pic 9(3)  value zero.
       01 ar-idx            pic 9(3).
       01 ws-entry-date     pic x(8).
       01 ws-entry-name     pic x(40).
       01 ws-entry-rest     pic x(20).
       01 cfg-retention     pic 9(3).
       01 ws-retention-days pic 9(3)  value 30.
       01 ws-cutoff-days    pic 9(7).
       01 ws-archive-bytes  pic 9(12) value zero.
       01 ws-expired-count  pic 9(3)  value zero.
       01 ws-expired-bytes  pic 9(12) value zero.
       01 ws-rolled-bytes   pic 9(12) value zero.

      *> the keyed archive's records before this year
       01 ws-idx-records    pic 9(9)  value zero.
       01 ws-idx-old        pic 9(9)  value zero.
       01 ws-idx-bytes      pic 9(12) value zero.
       01 ws-idx-freed      pic 9(12) value zero.
       01 ws-this-year      pic x(4).

      *> free space from df -Pk: the card's size and what is left
       01 ws-shell-cmd      pic x(200).
       01 ws-shell-rc       pic s9(9).
       01 ws-df-line-no     pic 9     value zero.
       01 ws-df-filename    pic x(12) value "cardwatch.df".
       01 df-fs             pic x(40).
       01 df-blocks-x       pic x(15).
       01 df-used-x         pic x(15).
       01 df-avail-x        pic x(15).
       01 ws-card-bytes     pic 9(14) value zero.
       01 ws-free-bytes     pic 9(14) value zero.
       01 ws-free-known     pic x     value "N".
         88 free-is-known             value "Y".

      *> size history lines, read and written
       01 hs-date-x         pic x(8).
       01 hs-name           pic x(40).
       01 hs-bytes-x        pic x(14).
       01 hs-date           pic 9(8).
       01 hs-days           pic 9(7).
       01 ws-hist-line      pic x(80).
       01 ws-hold-filename  pic x(18) value "cardwatch_hist.tmp".
       01 ws-hold-rc        usage binary-long signed.

      *> growth and projection arithmetic
       01 ws-today          pic 9(8).
       01 ws-today-days     pic 9(7).
       01 ws-prior-days     pic 9(7).
       01 ws-first-days     pic 9(7).
       01 ws-span-days      pic 9(5).
       01 ws-fall-rate      pic S9(12).
       01 ws-days-left      pic 9(5).
       01 ws-fill-date      pic 9(8).
       01 ws-fill-soon      pic x     value "N".
         88 card-fills-soon           value "Y".
       01 ws-projected      pic x     value "N".
         88 fill-is-projected         value "Y".
       01 ws-alerts         pic 9(3)  value zero.
       01 ws-kb             pic 9(12).
       01 ws-kb-rate        pic S9(9).
       01 ws-kb-usual       pic S9(9).
       01 ws-times          pic 9(5).

      *> editing
       01 edited-kb         pic ZZZ,ZZZ,ZZ9.
       01 edited-free-kb    pic ZZZ,ZZZ,ZZ9.
       01 edited-rate       pic -ZZZ,ZZZ,ZZ9.
       01 edited-usual      pic -ZZZ,ZZZ,ZZ9.
       01 edited-days       pic ZZZZ9.
       01 edited-count      pic ZZ9.
       01 edited-retention  pic ZZ9.
       01 edited-records    pic ZZZ,ZZZ,ZZ9.
       01 edited-alerts     pic ZZ9.
       01 ws-note           pic x(24).
       01 ws-usual-text     pic x(12).

      *> station identity, stamped into the shared-log events
       01 ws-station        pic x(8)  value spaces.
       01 ws-event-type     pic x(10).
       01 ws-event-value    pic x(15).

      *> report and log housekeeping
       01 ws-rpt-line       pic x(100).
       01 ws-maint-line     pic x(100).
       01 ws-timestamp      pic x(21).

       procedure division.
       move function current-date to ws-timestamp
       move ws-timestamp(1:8) to ws-today
       move ws-timestamp(1:4) to ws-this-year
       compute ws-today-days = function integer-of-date(ws-today)

       open input station-file
       if ws-stn-status is equal to "00"
         read station-file
           at end move "10" to ws-stn-status
         end-read
         if ws-stn-status is equal to "00"
           move station-record(1:8) to ws-station
         end-if
         close station-file
       end-if

       perform build-watch-list
       perform load-watch-control

      *> the totals go last so the file lines print first.
       move "*ARCHIVES*" to ws-add-name
       move "A" to ws-add-kind
       perform add-watch-entry
       move wt-count to ws-archive-idx
       move "*SUITE*" to ws-add-name
       move "S" to ws-add-kind
       perform add-watch-entry
       move wt-count to ws-suite-idx
       move "*FREE*" to ws-add-name
       move "F" to ws-add-kind
       perform add-watch-entry
       move wt-count to ws-free-idx

       perform measure-watched-files
       perform measure-archives
       perform measure-event-index
       perform measure-free-space

       move ws-archive-bytes to wt-bytes(ws-archive-idx)
       move "Y" to wt-found(ws-archive-idx)
       move "Y" to wt-found(ws-suite-idx)
       add ws-archive-bytes to wt-bytes(ws-suite-idx)
       if free-is-known
         move ws-free-bytes to wt-bytes(ws-free-idx)
         move "Y" to wt-found(ws-free-idx)
       end-if

       perform roll-size-history
       perform judge-growth
       perform project-fill-date

       open extend watch-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close watch-report-file
         open output watch-report-file
       end-if
       perform put-report
       close watch-report-file

       if ws-alerts is not equal to zero
         move 4 to return-code
       end-if
       goback.

      *> Every file the suite writes that can grow on the card.
       build-watch-list.
           move "R" to ws-add-kind
           move "sensor_events.log"         to ws-add-name
           perform add-watch-entry
           move "readsw.log"                to ws-add-name
           perform add-watch-entry
           move "readsw_maint.log"          to ws-add-name
           perform add-watch-entry
           move "tmp102.log"                to ws-add-name
           perform add-watch-entry
           move "opsummary.rpt"             to ws-add-name
           perform add-watch-entry
           move "humid.log"                 to ws-add-name
           perform add-watch-entry
           move "I" to ws-add-kind
           move "sensor_events.idx"         to ws-add-name
           perform add-watch-entry
           move space to ws-add-kind
           move "push_spool.dat"            to ws-add-name
           perform add-watch-entry
           move "site_events.log"           to ws-add-name
           perform add-watch-entry
           move "sensor_events.quar"        to ws-add-name
           perform add-watch-entry
           move "cfg_audit.log"             to ws-add-name
           perform add-watch-entry
           move "gdecision2017.log"         to ws-add-name
           perform add-watch-entry
           move "pushfwd.log"               to ws-add-name
           perform add-watch-entry
           move "spare_moves.log"           to ws-add-name
           perform add-watch-entry
           move "batchsched.run"            to ws-add-name
           perform add-watch-entry
           move "alarm_ack.dat"             to ws-add-name
           perform add-watch-entry
           move "shiftlog.dat"              to ws-add-name
           perform add-watch-entry
           move "workorder.dat"             to ws-add-name
           perform add-watch-entry
           move "operator.dat"              to ws-add-name
           perform add-watch-entry
           move "gdecision2017_hist.dat"    to ws-add-name
           perform add-watch-entry
           move "tmp102_cal.dat"            to ws-add-name
           perform add-watch-entry
           move "tmp102_cal.aud"            to ws-add-name
           perform add-watch-entry
           move "sensor_asset.dat"          to ws-add-name
           perform add-watch-entry
           move "sensor_asset.his"          to ws-add-name
           perform add-watch-entry
           move "coldlot.dat"               to ws-add-name
           perform add-watch-entry
           move "maint_window.dat"          to ws-add-name
           perform add-watch-entry
           move "spare_part.dat"            to ws-add-name
           perform add-watch-entry
           move "day_seal.dat"              to ws-add-name
           perform add-watch-entry
           move "shift_roster.dat"          to ws-add-name
           perform add-watch-entry
           move "alarmkpi_hist.dat"         to ws-add-name
           perform add-watch-entry
           move "drill_results.dat"         to ws-add-name
           perform add-watch-entry
           move "power_events.dat"          to ws-add-name
           perform add-watch-entry
           move "annunc_cad.dat"            to ws-add-name
           perform add-watch-entry
           move "station_cmds.dat"          to ws-add-name
           perform add-watch-entry
           move "event_types.dat"           to ws-add-name
           perform add-watch-entry
           move "logroll_index.dat"         to ws-add-name
           perform add-watch-entry
           move "offload_index.dat"         to ws-add-name
           perform add-watch-entry
           move "cardwatch_hist.dat"        to ws-add-name
           perform add-watch-entry
           move "rptdist_ledger.dat"        to ws-add-name
           perform add-watch-entry
           move "alarmack.rpt"              to ws-add-name
           perform add-watch-entry
           move "alarmkpi.rpt"              to ws-add-name
           perform add-watch-entry
           move "alarmrpt.rpt"              to ws-add-name
           perform add-watch-entry
           move "caldue.rpt"                to ws-add-name
           perform add-watch-entry
           move "cardwatch.rpt"             to ws-add-name
           perform add-watch-entry
           move "cfgaudit.rpt"              to ws-add-name
           perform add-watch-entry
           move "clockfix.rpt"              to ws-add-name
           perform add-watch-entry
           move "dayclose.rpt"              to ws-add-name
           perform add-watch-entry
           move "doorrecov.rpt"             to ws-add-name
           perform add-watch-entry
           move "evtcat.rpt"                to ws-add-name
           perform add-watch-entry
           move "evtquery.rpt"              to ws-add-name
           perform add-watch-entry
           move "gdecision2017_precedent.rpt" to ws-add-name
           perform add-watch-entry
           move "gdecision2017_recap.rpt"   to ws-add-name
           perform add-watch-entry
           move "handover.rpt"              to ws-add-name
           perform add-watch-entry
           move "logrecon.rpt"              to ws-add-name
           perform add-watch-entry
           move "lotimpact.rpt"             to ws-add-name
           perform add-watch-entry
           move "ophours.rpt"               to ws-add-name
           perform add-watch-entry
           move "oproles.rpt"               to ws-add-name
           perform add-watch-entry
           move "powerlog.rpt"              to ws-add-name
           perform add-watch-entry
           move "preflight.rpt"             to ws-add-name
           perform add-watch-entry
           move "replay.rpt"                to ws-add-name
           perform add-watch-entry
           move "roster.rpt"                to ws-add-name
           perform add-watch-entry
           move "rptdist.rpt"               to ws-add-name
           perform add-watch-entry
           move "selftest.rpt"              to ws-add-name
           perform add-watch-entry
           move "shiftlog.rpt"              to ws-add-name
           perform add-watch-entry
           move "sitecomp.rpt"              to ws-add-name
           perform add-watch-entry
           move "sitemerge.rpt"             to ws-add-name
           perform add-watch-entry
           move "spares.rpt"                to ws-add-name
           perform add-watch-entry
           move "stnbackup.rpt"             to ws-add-name
           perform add-watch-entry
           move "stnrestore.rpt"            to ws-add-name
           perform add-watch-entry
           move "swduty.rpt"                to ws-add-name
           perform add-watch-entry
           move "tmpstmt.rpt"               to ws-add-name
           perform add-watch-entry
           move "trendwatch.rpt"            to ws-add-name
           perform add-watch-entry
           move "tuneadv.rpt"               to ws-add-name
           perform add-watch-entry
           .

       add-watch-entry.
           perform varying wt-idx from 1 by 1
                   until wt-idx > wt-count
                      or wt-name(wt-idx) = ws-add-name
             continue
           end-perform
           if wt-idx > wt-count and wt-count < 100
             add 1 to wt-count
             move ws-add-name to wt-name(wt-count)
             move ws-add-kind to wt-kind(wt-count)
             move "N"  to wt-found(wt-count) wt-judged(wt-count)
                          wt-fast(wt-count)
             move zero to wt-bytes(wt-count)
                          wt-first-date(wt-count)
                          wt-first-bytes(wt-count)
                          wt-prior-date(wt-count)
                          wt-prior-bytes(wt-count)
                          wt-rate(wt-count) wt-usual(wt-count)
           end-if
           .

      *> The thresholds, and any extra files to watch.
       load-watch-control.
           open input watch-control-file
           if ws-cfg-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read watch-control-file
                 at end set scan-is-done to true
                 not at end perform take-one-control-line
               end-read
             end-perform
             close watch-control-file
           end-if
           .

       take-one-control-line.
           add 1 to ws-cfg-line-no
           if ws-cfg-line-no is equal to 1
             move spaces to cfg-warn-x cfg-factor-x cfg-floor-x
             unstring watch-control-record delimited by ","
               into cfg-warn-x cfg-factor-x cfg-floor-x
             end-unstring
             if function test-numval(cfg-warn-x) = 0
               move function numval(cfg-warn-x) to ws-warn-days
             end-if
             if function test-numval(cfg-factor-x) = 0
               move function numval(cfg-factor-x) to ws-fast-factor
             end-if
             if function test-numval(cfg-floor-x) = 0
               move function numval(cfg-floor-x)
                 to ws-fast-floor-kb
             end-if
           else
             if watch-control-record is not equal to spaces
               move space to ws-add-kind
               move function trim(watch-control-record)
                 to ws-add-name
               perform add-watch-entry
             end-if
           end-if
           .

      *> Today's size of every watched file; the suite total
      *> gathers as it goes.
       measure-watched-files.
           perform varying wt-idx from 1 by 1 until wt-idx > wt-count
             if wt-kind(wt-idx) is not equal to "A" and
                  wt-kind(wt-idx) is not equal to "S" and
                  wt-kind(wt-idx) is not equal to "F"
               move wt-name(wt-idx) to ws-check-name
               call 'CBL_CHECK_FILE_EXIST' using ws-check-name
                                                 ws-file-info
                                         returning ws-file-rc
               if ws-file-rc is equal to zero
                 move "Y" to wt-found(wt-idx)
                 move ws-file-size to wt-bytes(wt-idx)
                 add ws-file-size to wt-bytes(ws-suite-idx)
                 if wt-kind(wt-idx) is equal to "R"
                   add ws-file-size to ws-rolled-bytes
                 end-if
                 if wt-kind(wt-idx) is equal to "I"
                   move ws-file-size to ws-idx-bytes
                 end-if
               end-if
             end-if
           end-perform
           .

      *> logroll's archives from its index: each one's size, and
      *> whether it is already past LOGROLL.CFG's retention - the
      *> ones the next roll would purge.
       measure-archives.
           open input roll-control-file
           if ws-roll-status is equal to "00"
             read roll-control-file
               at end move "10" to ws-roll-status
             end-read
             if ws-roll-status is equal to "00"
               unstring roll-control-record delimited by ","
                 into cfg-retention
               end-unstring
               if cfg-retention is numeric and
                    cfg-retention is greater than zero
                 move cfg-retention to ws-retention-days
               end-if
             end-if
             close roll-control-file
           end-if
           compute ws-cutoff-days = ws-today-days - ws-retention-days

           open input archive-index-file
           if ws-aidx-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read archive-index-file
                 at end set scan-is-done to true
                 not at end perform take-one-archive
               end-read
             end-perform
             close archive-index-file
           end-if
           .

      *> One index line; an archive rolled twice in a day has two
      *> lines and is counted once.
       take-one-archive.
           move spaces to ws-entry-date ws-entry-name ws-entry-rest
           unstring archive-index-record delimited by ","
             into ws-entry-date ws-entry-name ws-entry-rest
           end-unstring
           perform varying ar-idx from 1 by 1
                   until ar-idx > ar-count
                      or ar-name(ar-idx) = ws-entry-name
             continue
           end-perform
           if ar-idx > ar-count and ar-count < 400 and
                ws-entry-name is not equal to spaces
             move ws-entry-name to ws-check-name
             call 'CBL_CHECK_FILE_EXIST' using ws-check-name
                                               ws-file-info
                                       returning ws-file-rc
             if ws-file-rc is equal to zero
               add 1 to ar-count
               move ws-entry-name to ar-name(ar-count)
               move ws-file-size  to ar-bytes(ar-count)
               move "N" to ar-expired(ar-count)
               add ws-file-size to ws-archive-bytes
               if ws-entry-date is numeric
                 move ws-entry-date to hs-date
                 compute hs-days = function integer-of-date(hs-date)
                 if hs-days < ws-cutoff-days
                   move "Y" to ar-expired(ar-count)
                   add 1 to ws-expired-count
                   add ws-file-size to ws-expired-bytes
                 end-if
               end-if
             end-if
           end-if
           .

      *> How much of SENSOR_EVENTS.IDX is from before this year -
      *> what an idxoffld of the past years would offload; the
      *> rebuild is compacted, so the space comes back roughly in
      *> proportion.
       measure-event-index.
           if ws-idx-bytes is not equal to zero
             open input event-index-file
             if ws-eidx-status is equal to "00"
               move low-values to IE-KEY
               move "N" to ws-scan-done
               start event-index-file key is greater than IE-KEY
                 invalid key set scan-is-done to true
               end-start
               perform until scan-is-done
                 read event-index-file next
                   at end set scan-is-done to true
                   not at end
                     add 1 to ws-idx-records
                     if IE-TIMESTAMP(1:4) < ws-this-year
                       add 1 to ws-idx-old
                     end-if
                 end-read
               end-perform
               close event-index-file
             end-if
             if ws-idx-records is not equal to zero
               compute ws-idx-freed =
                 ws-idx-bytes * ws-idx-old / ws-idx-records
             end-if
           end-if
           .

      *> The card's size and free space, from df in POSIX form:
      *> a heading line, then filesystem, 1K-blocks, used and
      *> available for the filesystem this directory is on.
       measure-free-space.
           move spaces to ws-shell-cmd
           string "df -Pk . > cardwatch.df 2>/dev/null"
                                 delimited by size
                  into ws-shell-cmd
           end-string
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           if ws-shell-rc is equal to zero
             open input df-output-file
             if ws-df-status is equal to "00"
               move "N" to ws-scan-done
               perform until scan-is-done
                 read df-output-file
                   at end set scan-is-done to true
                   not at end
                     add 1 to ws-df-line-no
                     if ws-df-line-no is equal to 2
                       perform take-df-line
                       set scan-is-done to true
                     end-if
                 end-read
               end-perform
               close df-output-file
             end-if
             call 'CBL_DELETE_FILE' using ws-df-filename
                                    returning ws-hold-rc
           end-if
           .

       take-df-line.
           move spaces to df-fs df-blocks-x df-used-x df-avail-x
           unstring df-output-record delimited by all space
             into df-fs df-blocks-x df-used-x df-avail-x
           end-unstring
           if function test-numval(df-blocks-x) = 0 and
                function test-numval(df-avail-x) = 0
             compute ws-card-bytes =
               function numval(df-blocks-x) * 1024
             compute ws-free-bytes =
               function numval(df-avail-x) * 1024
             set free-is-known to true
           end-if
           .

      *> The size history: the last 30 days set each file's
      *> earliest and latest recorded size before today; today's
      *> lines replace any from an earlier run today, and lines
      *> past 90 days are dropped. The history is rewritten
      *> through a hold file, the way pushfwd rewrites its spool.
       roll-size-history.
           open output history-hold-file
           if ws-hold-status is not equal to "00"
             display "cardwatch: unable to open cardwatch_hist.tmp, "
                     "status " ws-hold-status
                     ", size history not updated."
           else
             open input history-file
             if ws-hist-status is equal to "00"
               move "N" to ws-scan-done
               perform until scan-is-done
                 read history-file
                   at end set scan-is-done to true
                   not at end perform take-one-history-line
                 end-read
               end-perform
               close history-file
             end-if
             perform varying wt-idx from 1 by 1
                     until wt-idx > wt-count
               if watched-is-found(wt-idx)
                 move spaces to ws-hist-line
                 string ws-today          delimited by size
                        ","               delimited by size
                        wt-name(wt-idx)   delimited by space
                        ","               delimited by size
                        wt-bytes(wt-idx)  delimited by size
                        into ws-hist-line
                 end-string
                 move ws-hist-line to history-hold-record
                 write history-hold-record
               end-if
             end-perform
             close history-hold-file
             perform rewrite-history-from-hold
           end-if
           .

       take-one-history-line.
           move spaces to hs-date-x hs-name hs-bytes-x
           unstring history-record delimited by ","
             into hs-date-x hs-name hs-bytes-x
           end-unstring
           if hs-date-x is numeric and hs-date-x is not equal to
                ws-today and function test-numval(hs-bytes-x) = 0
             move hs-date-x to hs-date
             compute hs-days = function integer-of-date(hs-date)
             if hs-days >= ws-today-days - 90
               move history-record to history-hold-record
               write history-hold-record
               if hs-days >= ws-today-days - 30 and
                    hs-days < ws-today-days
                 perform note-history-size
               end-if
             end-if
           end-if
           .

       note-history-size.
           perform varying wt-idx from 1 by 1
                   until wt-idx > wt-count
                      or wt-name(wt-idx) = hs-name
             continue
           end-perform
           if wt-idx <= wt-count
             if wt-first-date(wt-idx) is equal to zero or
                  hs-date < wt-first-date(wt-idx)
               move hs-date to wt-first-date(wt-idx)
               move function numval(hs-bytes-x)
                 to wt-first-bytes(wt-idx)
             end-if
             if hs-date > wt-prior-date(wt-idx)
               move hs-date to wt-prior-date(wt-idx)
               move function numval(hs-bytes-x)
                 to wt-prior-bytes(wt-idx)
             end-if
           end-if
           .

       rewrite-history-from-hold.
           open input history-hold-file
           open output history-file
           move "N" to ws-scan-done
           perform until scan-is-done
             read history-hold-file
               at end set scan-is-done to true
               not at end
                 move history-hold-record to history-record
                 write history-record
             end-read
           end-perform
           close history-hold-file
           close history-file
           call 'CBL_DELETE_FILE' using ws-hold-filename
                                  returning ws-hold-rc
           .

      *> Each file's growth per day since its last recorded size,
      *> against its usual growth per day before that; unusually
      *> fast growth is a maintenance-log entry and a shared-log
      *> event.
       judge-growth.
           perform varying wt-idx from 1 by 1 until wt-idx > wt-count
             if watched-is-found(wt-idx) and
                  wt-kind(wt-idx) is not equal to "F" and
                  wt-prior-date(wt-idx) is not equal to zero
               compute ws-prior-days =
                 function integer-of-date(wt-prior-date(wt-idx))
               compute wt-rate(wt-idx) =
                 (wt-bytes(wt-idx) - wt-prior-bytes(wt-idx))
                 / (ws-today-days - ws-prior-days)
               if wt-first-date(wt-idx) < wt-prior-date(wt-idx)
                 compute ws-first-days =
                   function integer-of-date(wt-first-date(wt-idx))
                 compute wt-usual(wt-idx) =
                   (wt-prior-bytes(wt-idx) - wt-first-bytes(wt-idx))
                   / (ws-prior-days - ws-first-days)
                 move "Y" to wt-judged(wt-idx)
                 if wt-rate(wt-idx) > ws-fast-floor-kb * 1024 and
                      (wt-usual(wt-idx) <= zero or
                       wt-rate(wt-idx) >
                         wt-usual(wt-idx) * ws-fast-factor)
                   move "Y" to wt-fast(wt-idx)
                   perform raise-fast-growth
                 end-if
               end-if
             end-if
           end-perform
           .

       raise-fast-growth.
           add 1 to ws-alerts
           compute ws-kb-rate  = wt-rate(wt-idx) / 1024
           compute ws-kb-usual = wt-usual(wt-idx) / 1024
           move ws-kb-rate  to edited-rate
           move ws-kb-usual to edited-usual
           move spaces to ws-maint-line
           string ws-timestamp     delimited by size
                  " CARDWATCH: "   delimited by size
                  wt-name(wt-idx)  delimited by space
                  " growing "      delimited by size
                  function trim(edited-rate) delimited by size
                  " KB/day, usually " delimited by size
                  function trim(edited-usual) delimited by size
                  " KB/day"        delimited by size
                  into ws-maint-line
           end-string
           perform put-maint-line
           move "FAST-GROW" to ws-event-type
           move wt-name(wt-idx) to ws-event-value
           perform put-watch-event
           .

      *> Days until the card is full, from how fast free space has
      *> fallen over the history on file; inside the warning
      *> period it is a maintenance-log entry and a shared-log
      *> event.
       project-fill-date.
           if free-is-known and
                wt-first-date(ws-free-idx) is not equal to zero
             compute ws-first-days =
               function integer-of-date(wt-first-date(ws-free-idx))
             compute ws-span-days = ws-today-days - ws-first-days
             compute ws-fall-rate =
               (wt-first-bytes(ws-free-idx) - ws-free-bytes)
               / ws-span-days
             if ws-fall-rate > zero
               set fill-is-projected to true
               if ws-free-bytes / ws-fall-rate > 99999
                 move 99999 to ws-days-left
               else
                 compute ws-days-left = ws-free-bytes / ws-fall-rate
               end-if
               compute ws-fill-date =
                 function date-of-integer(ws-today-days + ws-days-left)
               if ws-days-left <= ws-warn-days
                 set card-fills-soon to true
                 add 1 to ws-alerts
                 compute ws-kb = ws-free-bytes / 1024
                 move ws-kb to edited-kb
                 move ws-days-left to edited-days
                 move spaces to ws-maint-line
                 string ws-timestamp   delimited by size
                        " CARDWATCH: SD card projected full on "
                                       delimited by size
                        ws-fill-date   delimited by size
                        " ("           delimited by size
                        function trim(edited-days) delimited by size
                        " days), "     delimited by size
                        function trim(edited-kb) delimited by size
                        " KB free"     delimited by size
                        into ws-maint-line
                 end-string
                 perform put-maint-line
                 move "FILL-SOON" to ws-event-type
                 move spaces to ws-event-value
                 string "FULL "      delimited by size
                        ws-fill-date delimited by size
                        into ws-event-value
                 end-string
                 perform put-watch-event
               end-if
             end-if
           end-if
           .

      *> Appends one line to the maintenance log, opened and
      *> closed around the write so a running readsw keeps its
      *> own appends.
       put-maint-line.
           open extend maint-log-file
           if ws-maint-status is not equal to "00" and
                ws-maint-status is not equal to "05"
             close maint-log-file
             open output maint-log-file
           end-if
           move ws-maint-line to maint-log-record
           write maint-log-record
           close maint-log-file
           .

      *> One CARDWATCH event on the shared log, of the type and
      *> value the caller has set.
       put-watch-event.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "CARDWATCH"      to SE-SOURCE
           move ws-event-type    to SE-EVENT-TYPE
           move ws-event-value   to SE-VALUE
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .

       put-report.
           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " SD-CARD STORAGE WATCH" delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move "  FILE                              SIZE-KB       "
             & " KB/DAY    USUAL/DAY  NOTE" to ws-rpt-line
           perform put-report-line
           perform varying wt-idx from 1 by 1 until wt-idx > wt-count
             if watched-is-found(wt-idx) and
                  wt-kind(wt-idx) is not equal to "F"
               perform put-file-line
             end-if
           end-perform

      *>   what logroll would give back
           compute ws-kb = ws-rolled-bytes / 1024
           move ws-kb to edited-kb
           move ws-retention-days to edited-retention
           move spaces to ws-rpt-line
           string "  LOGROLL ROLLS "     delimited by size
                  function trim(edited-kb) delimited by size
                  " KB OF LIVE LOGS INTO DATED ARCHIVES, PURGED "
                                         delimited by size
                  "AFTER "               delimited by size
                  function trim(edited-retention) delimited by size
                  " DAYS"                delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move ar-count to edited-count
           compute ws-kb = ws-archive-bytes / 1024
           move ws-kb to edited-kb
           move spaces to ws-rpt-line
           string "  ARCHIVES ON THE CARD: " delimited by size
                  function trim(edited-count) delimited by size
                  " FILES, "              delimited by size
                  function trim(edited-kb) delimited by size
                  " KB"                   delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ws-expired-count is equal to zero
             move "  NO ARCHIVE IS PAST RETENTION YET"
               to ws-rpt-line
             perform put-report-line
           else
             move ws-expired-count to edited-count
             compute ws-kb = ws-expired-bytes / 1024
             move ws-kb to edited-kb
             move spaces to ws-rpt-line
             string "  LOGROLL WOULD PURGE " delimited by size
                    function trim(edited-count) delimited by size
                    " ARCHIVE(S) PAST RETENTION, " delimited by size
                    function trim(edited-kb) delimited by size
                    " KB:"                 delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             perform varying ar-idx from 1 by 1
                     until ar-idx > ar-count
               if archive-is-expired(ar-idx)
                 compute ws-kb = ar-bytes(ar-idx) / 1024
                 move ws-kb to edited-kb
                 move spaces to ws-rpt-line
                 string "    "            delimited by size
                        ar-name(ar-idx)   delimited by size
                        edited-kb         delimited by size
                        " KB"             delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-report-line
               end-if
             end-perform
           end-if

      *>   what idxoffld would give back
           if ws-idx-records is not equal to zero
             move ws-idx-old to edited-records
             compute ws-kb = ws-idx-freed / 1024
             move ws-kb to edited-kb
             move spaces to ws-rpt-line
             if ws-idx-old is equal to zero
               string "  SENSOR_EVENTS.IDX HOLDS NOTHING FROM "
                                         delimited by size
                      "BEFORE "          delimited by size
                      ws-this-year       delimited by size
                      ", IDXOFFLD HAS NOTHING TO OFFLOAD"
                                         delimited by size
                      into ws-rpt-line
               end-string
             else
               string "  IDXOFFLD OF THE YEARS BEFORE "
                                         delimited by size
                      ws-this-year       delimited by size
                      " WOULD OFFLOAD "  delimited by size
                      function trim(edited-records)
                                         delimited by size
                      " RECORDS FROM SENSOR_EVENTS.IDX, ABOUT "
                                         delimited by size
                      function trim(edited-kb) delimited by size
                      " KB"              delimited by size
                      into ws-rpt-line
               end-string
             end-if
             perform put-report-line
           end-if

      *>   free space and the projection
           move spaces to ws-rpt-line
           if not free-is-known
             move "  FREE SPACE UNKNOWN (DF GAVE NO ANSWER), NO FILL"
               & " DATE PROJECTED" to ws-rpt-line
           else
             compute ws-kb = ws-card-bytes / 1024
             move ws-kb to edited-kb
             compute ws-kb = ws-free-bytes / 1024
             move ws-kb to edited-free-kb
             string "  CARD SIZE "      delimited by size
                    function trim(edited-kb) delimited by size
                    " KB, FREE "        delimited by size
                    function trim(edited-free-kb) delimited by size
                    " KB"               delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           if free-is-known
             move spaces to ws-rpt-line
             evaluate true
               when fill-is-projected
                 compute ws-kb-rate = ws-fall-rate / 1024
                 move ws-kb-rate to edited-rate
                 move ws-days-left to edited-days
                 string "  FREE SPACE FALLING " delimited by size
                        function trim(edited-rate) delimited by size
                        " KB/DAY, FULL IN "    delimited by size
                        function trim(edited-days) delimited by size
                        " DAYS ON "            delimited by size
                        ws-fill-date           delimited by size
                        into ws-rpt-line
                 end-string
               when wt-first-date(ws-free-idx) is equal to zero
                 move "  NO FREE-SPACE HISTORY YET, FILL DATE FROM "
                   & "THE NEXT RUN" to ws-rpt-line
               when other
                 move "  FREE SPACE NOT FALLING, NO FILL DATE"
                   to ws-rpt-line
             end-evaluate
             perform put-report-line
           end-if
           move spaces to ws-rpt-line
           if ws-alerts is equal to zero
             move "  RESULT=OK" to ws-rpt-line
           else
             move ws-alerts to edited-alerts
             string "  RESULT=ALERT "    delimited by size
                    function trim(edited-alerts) delimited by size
                    " (SEE READSW_MAINT.LOG)" delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

      *> One file: size, growth per day since its last recorded
      *> size and usually, and a note for fast growth or what
      *> would free it.
       put-file-line.
           compute ws-kb = wt-bytes(wt-idx) / 1024
           move ws-kb to edited-kb
           move spaces to ws-note
           evaluate true
             when growth-is-fast(wt-idx)
               move "FAST GROWTH" to ws-note
             when wt-kind(wt-idx) is equal to "R"
               move "LOGROLL ROLLS" to ws-note
             when wt-kind(wt-idx) is equal to "I"
               move "IDXOFFLD OFFLOADS" to ws-note
             when wt-kind(wt-idx) is equal to "A"
               move "LOGROLL PURGES" to ws-note
             when wt-prior-date(wt-idx) is equal to zero
               move "NEW, NO HISTORY" to ws-note
           end-evaluate
           move spaces to ws-rpt-line
           if wt-prior-date(wt-idx) is equal to zero
             string "  "            delimited by size
                    wt-name(wt-idx)(1:30) delimited by size
                    edited-kb       delimited by size
                    "                           " delimited by size
                    ws-note         delimited by size
                    into ws-rpt-line
             end-string
           else
             compute ws-kb-rate = wt-rate(wt-idx) / 1024
             move ws-kb-rate to edited-rate
             if rate-is-judged(wt-idx)
               compute ws-kb-usual = wt-usual(wt-idx) / 1024
               move ws-kb-usual to edited-usual
               move edited-usual to ws-usual-text
             else
               move spaces to ws-usual-text
             end-if
             string "  "            delimited by size
                    wt-name(wt-idx)(1:30) delimited by size
                    edited-kb       delimited by size
                    " "             delimited by size
                    edited-rate     delimited by size
                    " "             delimited by size
                    ws-usual-text   delimited by size
                    "  "            delimited by size
                    ws-note         delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

       put-report-line.
           move ws-rpt-line to watch-report-record
           write watch-report-record
           display ws-rpt-line
           .
       end program cardwatch.
