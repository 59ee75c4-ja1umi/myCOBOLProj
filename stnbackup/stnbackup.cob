      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Station backup to a dated set, for when the SD card dies.
      *>
      *> logroll keeps the logs in hand, but a dead card takes the
      *> masters with it - OPERATOR.DAT, WORKORDER.DAT, the decision
      *> history, the shift log, the keyed event archive, the
      *> calibration file, the acknowledgments, the sequence files
      *> and every .CFG - and rebuilding a station from memory takes
      *> a day. This program copies the whole set of master, control
      *> and sequence files into a dated backup set on a USB stick
      *> or network share:
      *>
      *>   <destination>/<station>_YYYYMMDD/
      *>
      *> with a manifest, MANIFEST.DAT in the set, of every file in
      *> the set - one line each:
      *>
      *>   file-name,kind,PRESENT|ABSENT|FAILED,records,bytes
      *>
      *> kind I for a keyed file, S for a sequential one. FAILED is
      *> a file the station has but the copy did not take. A file
      *> this station does not use (no humidity sensor, no lots)
      *> is listed ABSENT with zero records, so the restore can
      *> tell "never had it" from "lost it". The manifest opens with
      *> a "#SET station date time" line.
      *>
      *> Once every file is copied the set is verified against the
      *> manifest: each copy must be there, be the same size, and
      *> hold the same number of records - counted back off the
      *> copy, keyed files by reading them through, not taken on
      *> trust from the cp.
      *>
      *> The destination is the command-line argument, or else the
      *> first line of BACKUP.CFG (the mount point of the stick or
      *> share). Any further lines of BACKUP.CFG name extra files
      *> to carry, read as sequential. A second run the same day
      *> replaces that day's set.
      *>
      *> The result is appended to STNBACKUP.RPT and written to the
      *> shared log as STNBACKUP BACKUP-OK or BACKUP-BAD with the
      *> set date; the return code is 4 when the set does not
      *> verify. stnrestore puts a set back.
      *>
      *> How to use this program:
      *>   stnbackup [destination-directory]
      *>
      *> How to build this program:
      *>   cobc -x stnbackup.cob -I ../copybooks
      *>
       identification division.
       program-id. stnbackup.

       environment division.
       input-output section.
       file-control.
           select backup-control-file assign to "backup.cfg"
               organization is line sequential
               file status is ws-bcfg-status.
           select manifest-file assign to ws-manifest-name
               organization is line sequential
               file status is ws-man-status.
           select count-file assign to ws-count-name
               organization is line sequential
               file status is ws-cnt-status.
           select operator-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is OM-ID
               file status is ws-cnt-status.
           select workorder-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is WO-NUMBER
               file status is ws-cnt-status.
           select shiftlog-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is SL-KEY
               file status is ws-cnt-status.
           select event-index-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is IE-KEY
               file status is ws-cnt-status.
           select asset-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is SA-KEY
               file status is ws-cnt-status.
           select lot-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is LT-LOT
               file status is ws-cnt-status.
           select window-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-cnt-status.
           select part-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is SP-PART
               file status is ws-cnt-status.
           select seal-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is DS-KEY
               file status is ws-cnt-status.
           select shift-roster-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is SR-KEY
               file status is ws-cnt-status.
           select alarm-code-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is RC-KEY
               file status is ws-cnt-status.
           select event-type-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is ET-KEY
               file status is ws-cnt-status.
           select history-file assign to ws-count-name
               organization is indexed
               access mode is dynamic
               record key is GDH-SESSION-NO
               file status is ws-cnt-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select backup-report-file assign to "stnbackup.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  backup-control-file.
       01  backup-control-record pic x(120).
       fd  manifest-file.
       01  manifest-record       pic x(80).
       fd  count-file.
       01  count-record          pic x(512).
       fd  operator-file.
           copy opermast.
       fd  workorder-file.
           copy workord.
       fd  shiftlog-file.
       01  SHIFTLOG-RECORD.
           05 SL-KEY.
               10 SL-TIMESTAMP pic x(21).
               10 SL-SEQ       pic 9(4).
           05 SL-OPERATOR      pic x(8).
           05 SL-EVENT-REF     pic x(21).
           05 SL-NOTE          pic x(60).
       fd  event-index-file.
           copy sensoridx.
       fd  asset-file.
           copy sensasset.
       fd  lot-file.
           copy coldlot.
       fd  window-file.
           copy mntwindow.
       fd  part-file.
           copy sparepart.
       fd  seal-file.
           copy dayseal.
       fd  shift-roster-file.
           copy shiftrost.
       fd  alarm-code-file.
           copy rackcode.
       fd  event-type-file.
           copy evttype.
       fd  history-file.
           copy gdechist.
       fd  sensor-event-file.
           copy sensorevt.
       fd  station-file.
       01  station-record        pic x(20).
       fd  backup-report-file.
       01  backup-report-record  pic x(100).

       working-storage section.

      *> command line and destination
       01 ws-cmdline-arg    pic x(100).
       01 ws-destination    pic x(100).
       01 ws-set-name       pic x(20).
       01 ws-set-dir        pic x(121).
       01 ws-timestamp      pic x(21).
       01 ws-station        pic x(8)  value spaces.

      *> file-status housekeeping
       01 ws-bcfg-status    pic xx.
       01 ws-man-status     pic xx.
       01 ws-cnt-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> the backup list: every master, control and sequence file
      *> a station keeps, plus any extras from BACKUP.CFG.
       01 backup-table.
         05 backup-entry occurs 80 times.
           10 bk-name        pic x(40).
           10 bk-kind        pic x.
             88 file-is-keyed         value "I".
           10 bk-present     pic x.
             88 file-is-present       value "Y".
           10 bk-records     pic 9(7).
           10 bk-bytes       pic 9(12).
       01 bk-count          pic 99    value zero.
       01 bk-idx            pic 99.

      *> size and record count of one file
       01 ws-manifest-name  pic x(134).
       01 ws-count-name     pic x(162).
       01 ws-count-kind     pic x.
       01 ws-base-name      pic x(40).
       01 ws-count-done     pic x.
         88 count-is-done             value "Y".
       01 ws-file-records   pic 9(7).
       01 ws-file-bytes     pic 9(12).
       01 ws-file-found     pic x.
         88 file-is-found             value "Y".
       01 ws-file-info.
         05 ws-file-size     pic 9(18) comp-x.
         05 ws-file-dd       pic 9(2)  comp-x.
         05 ws-file-mo       pic 9(2)  comp-x.
         05 ws-file-yyyy     pic 9(4)  comp-x.
         05 ws-file-hh       pic 9(2)  comp-x.
         05 ws-file-mi       pic 9(2)  comp-x.
         05 ws-file-ss       pic 9(2)  comp-x.
         05 ws-file-hu       pic 9(2)  comp-x.
       01 ws-file-rc        usage binary-long signed.

      *> shell commands: making the set directory, copying a file
       01 ws-shell-cmd      pic x(400).
       01 ws-shell-rc       pic s9(9).

      *> manifest line, written and read back
       01 mf-name           pic x(40).
       01 mf-kind           pic x.
       01 mf-state          pic x(7).
       01 mf-records-x      pic x(10).
       01 mf-bytes-x        pic x(14).
       01 mf-records        pic 9(7).
       01 mf-bytes          pic 9(12).

      *> verification tallies
       01 ws-copied         pic 9(3)  value zero.
       01 ws-absent         pic 9(3)  value zero.
       01 ws-failed         pic 9(3)  value zero.
       01 ws-verified       pic 9(3)  value zero.
       01 ws-bad            pic 9(3)  value zero.
       01 edited-count      pic ZZ9.
       01 edited-records    pic ZZZZZZ9.
       01 edited-bytes      pic ZZZZZZZZZZZ9.
       01 edited-now-recs   pic ZZZZZZ9.
       01 edited-now-bytes  pic ZZZZZZZZZZZ9.

      *> report housekeeping
       01 ws-rpt-line       pic x(100).

       procedure division.
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
       if ws-station is equal to spaces
         move "STATION" to ws-station
       end-if

       perform load-backup-list
       accept ws-cmdline-arg from command-line
       if ws-cmdline-arg is not equal to spaces
         move function trim(ws-cmdline-arg) to ws-destination
       end-if
       if ws-destination is equal to spaces
         display "stnbackup: no destination on the command line "
                 "or in backup.cfg."
         display "stnbackup: usage: stnbackup [destination-directory]"
         move 4 to return-code
         goback
       end-if

       move function current-date to ws-timestamp
       move spaces to ws-set-name ws-set-dir
       string function trim(ws-station) delimited by size
              "_"                        delimited by size
              ws-timestamp(1:8)          delimited by size
              into ws-set-name
       end-string
       string function trim(ws-destination) delimited by size
              "/"                            delimited by size
              function trim(ws-set-name)     delimited by size
              into ws-set-dir
       end-string

       move spaces to ws-shell-cmd
       string "mkdir -p '"             delimited by size
              function trim(ws-set-dir) delimited by size
              "' >/dev/null 2>&1"      delimited by size
              into ws-shell-cmd
       end-string
       move zero to return-code
       call 'SYSTEM' using ws-shell-cmd
       move return-code to ws-shell-rc
       move zero to return-code
       if ws-shell-rc is not equal to zero
         display "stnbackup: cannot create "
                 function trim(ws-set-dir)
                 ", is the stick or share mounted?"
         move 4 to return-code
         goback
       end-if

       open extend backup-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close backup-report-file
         open output backup-report-file
       end-if
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " STATION BACKUP TO " delimited by size
              function trim(ws-set-dir) delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line

       perform copy-backup-set
       perform verify-backup-set

       move ws-copied to edited-records
       move ws-absent to edited-count
       move spaces to ws-rpt-line
       string "  FILES COPIED="     delimited by size
              function trim(edited-records) delimited by size
              " ABSENT ON STATION="  delimited by size
              function trim(edited-count)   delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line
       move ws-verified to edited-records
       move ws-bad to edited-count
       move spaces to ws-rpt-line
       string "  FILES VERIFIED="   delimited by size
              function trim(edited-records) delimited by size
              " NOT MATCHING="       delimited by size
              function trim(edited-count)   delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line
       if ws-bad is equal to zero and ws-failed is equal to zero
         move "  RESULT=VERIFIED" to ws-rpt-line
       else
         move "  RESULT=BACKUP DOES NOT MATCH ITS MANIFEST"
           to ws-rpt-line
       end-if
       perform put-report-line
       close backup-report-file
       perform log-backup-result
       if ws-bad is equal to zero and ws-failed is equal to zero
         move zero to return-code
       else
         move 4 to return-code
       end-if
       goback.

       put-report-line.
           move ws-rpt-line to backup-report-record
           write backup-report-record
           display ws-rpt-line
           .

      *> The station's master, control and sequence files. Logs
      *> are logroll's business and reports can be run again; what
      *> is listed here is what cannot be rebuilt from anything
      *> else on the card.
       load-backup-list.
           move zero to bk-count
           move "operator.dat"              to ws-count-name
           move "I" to ws-count-kind
           perform add-backup-entry
           move "workorder.dat"             to ws-count-name
           perform add-backup-entry
           move "shiftlog.dat"              to ws-count-name
           perform add-backup-entry
           move "sensor_events.idx"         to ws-count-name
           perform add-backup-entry
           move "sensor_asset.dat"          to ws-count-name
           perform add-backup-entry
           move "coldlot.dat"               to ws-count-name
           perform add-backup-entry
           move "maint_window.dat"          to ws-count-name
           perform add-backup-entry
           move "spare_part.dat"            to ws-count-name
           perform add-backup-entry
           move "day_seal.dat"              to ws-count-name
           perform add-backup-entry
           move "shift_roster.dat"          to ws-count-name
           perform add-backup-entry
           move "alarm_codes.dat"           to ws-count-name
           perform add-backup-entry
           move "event_types.dat"           to ws-count-name
           perform add-backup-entry
           move "gdecision2017_hist.dat"    to ws-count-name
           perform add-backup-entry

           move "S" to ws-count-kind
           move "tmp102_cal.dat"            to ws-count-name
           perform add-backup-entry
           move "tmp102_cal.aud"            to ws-count-name
           perform add-backup-entry
           move "alarm_ack.dat"             to ws-count-name
           perform add-backup-entry
           move "oncall.dat"                to ws-count-name
           perform add-backup-entry
           move "onshift.dat"               to ws-count-name
           perform add-backup-entry
           move "product_limit.dat"         to ws-count-name
           perform add-backup-entry
           move "tmp102_sched.dat"          to ws-count-name
           perform add-backup-entry
           move "sensor_asset.his"          to ws-count-name
           perform add-backup-entry
           move "spare_moves.log"           to ws-count-name
           perform add-backup-entry
           move "alarmkpi_hist.dat"         to ws-count-name
           perform add-backup-entry
           move "drill_results.dat"         to ws-count-name
           perform add-backup-entry
           move "rptdist_ledger.dat"        to ws-count-name
           perform add-backup-entry
           move "power_events.dat"          to ws-count-name
           perform add-backup-entry
           move "annunc_cad.dat"            to ws-count-name
           perform add-backup-entry
           move "logroll_index.dat"         to ws-count-name
           perform add-backup-entry
           move "offload_index.dat"         to ws-count-name
           perform add-backup-entry
           move "gdecision2017_phrases.dat" to ws-count-name
           perform add-backup-entry
           move "batchsched.jobs"           to ws-count-name
           perform add-backup-entry
           move "stuckwatch.sta"            to ws-count-name
           perform add-backup-entry
           move "cfgaudit.snap"             to ws-count-name
           perform add-backup-entry
           move "cardwatch_hist.dat"        to ws-count-name
           perform add-backup-entry
           move "cfgpush.last"              to ws-count-name
           perform add-backup-entry

      *>   sequence files
           move "workorder_seq.dat"         to ws-count-name
           perform add-backup-entry
           move "gdecision2017_seq.dat"     to ws-count-name
           perform add-backup-entry
           move "cmdpoll.seq"               to ws-count-name
           perform add-backup-entry
           move "cfgpush.seq"               to ws-count-name
           perform add-backup-entry
           move "gdintake.cur"              to ws-count-name
           perform add-backup-entry

      *>   control files
           move "station.cfg"               to ws-count-name
           perform add-backup-entry
           move "tmp102.cfg"                to ws-count-name
           perform add-backup-entry
           move "readsw.cfg"                to ws-count-name
           perform add-backup-entry
           move "readsw_doors.cfg"          to ws-count-name
           perform add-backup-entry
           move "humid.cfg"                 to ws-count-name
           perform add-backup-entry
           move "logroll.cfg"               to ws-count-name
           perform add-backup-entry
           move "watchdog.cfg"              to ws-count-name
           perform add-backup-entry
           move "escalate.cfg"              to ws-count-name
           perform add-backup-entry
           move "blinkled.cfg"              to ws-count-name
           perform add-backup-entry
           move "drill.cfg"                 to ws-count-name
           perform add-backup-entry
           move "annunc.cfg"                to ws-count-name
           perform add-backup-entry
           move "cmdpoll.cfg"               to ws-count-name
           perform add-backup-entry
           move "stuckwatch.cfg"            to ws-count-name
           perform add-backup-entry
           move "trendwatch.cfg"            to ws-count-name
           perform add-backup-entry
           move "workorder.cfg"             to ws-count-name
           perform add-backup-entry
           move "rptdist.cfg"               to ws-count-name
           perform add-backup-entry
           move "cfgpush.cfg"               to ws-count-name
           perform add-backup-entry
           move "dossier.cfg"               to ws-count-name
           perform add-backup-entry
           move "roster.cfg"                to ws-count-name
           perform add-backup-entry
           move "cardwatch.cfg"             to ws-count-name
           perform add-backup-entry
           move "tuneadv.cfg"               to ws-count-name
           perform add-backup-entry
           move "backup.cfg"                to ws-count-name
           perform add-backup-entry

      *>   BACKUP.CFG: the destination, then any extra files.
           move spaces to ws-destination
           open input backup-control-file
           if ws-bcfg-status is equal to "00"
             read backup-control-file
               at end move "10" to ws-bcfg-status
             end-read
             if ws-bcfg-status is equal to "00"
               move function trim(backup-control-record)
                 to ws-destination
               move "N" to ws-scan-done
               perform until scan-is-done
                 read backup-control-file
                   at end set scan-is-done to true
                   not at end
                     if backup-control-record is not equal to spaces
                       move function trim(backup-control-record)
                         to ws-count-name
                       perform add-backup-entry
                     end-if
                 end-read
               end-perform
             end-if
             close backup-control-file
           end-if
           .

       add-backup-entry.
           perform varying bk-idx from 1 by 1
                   until bk-idx > bk-count
                      or bk-name(bk-idx) = ws-count-name
             continue
           end-perform
           if bk-idx > bk-count and bk-count < 80
             add 1 to bk-count
             move ws-count-name to bk-name(bk-count)
             move ws-count-kind to bk-kind(bk-count)
             move "N"  to bk-present(bk-count)
             move zero to bk-records(bk-count) bk-bytes(bk-count)
           end-if
           .

      *> Measures each live file, copies it into the set and writes
      *> its manifest line.
       copy-backup-set.
           move spaces to ws-manifest-name
           string function trim(ws-set-dir) delimited by size
                  "/manifest.dat"           delimited by size
                  into ws-manifest-name
           end-string
           open output manifest-file
           move spaces to manifest-record
           string "#SET "               delimited by size
                  function trim(ws-station) delimited by size
                  " "                   delimited by size
                  ws-timestamp(1:14)    delimited by size
                  into manifest-record
           end-string
           write manifest-record

           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
             move bk-name(bk-idx) to ws-count-name ws-base-name
             move bk-kind(bk-idx) to ws-count-kind
             perform measure-one-file
             if file-is-found
               perform copy-one-file
             else
               add 1 to ws-absent
             end-if
             move ws-file-records to mf-records
             move ws-file-bytes   to mf-bytes
             move spaces to manifest-record
             evaluate true
               when file-is-present(bk-idx)
                 move "PRESENT" to mf-state
               when file-is-found
                 move "FAILED"  to mf-state
               when other
                 move "ABSENT"  to mf-state
             end-evaluate
             string function trim(bk-name(bk-idx)) delimited by size
                    ","            delimited by size
                    bk-kind(bk-idx) delimited by size
                    ","            delimited by size
                    mf-state       delimited by space
                    ","            delimited by size
                    mf-records     delimited by size
                    ","            delimited by size
                    mf-bytes       delimited by size
                    into manifest-record
             end-string
             write manifest-record
           end-perform
           close manifest-file
           .

       copy-one-file.
           move spaces to ws-shell-cmd
           string "cp -p '"                   delimited by size
                  function trim(bk-name(bk-idx)) delimited by size
                  "' '"                       delimited by size
                  function trim(ws-set-dir)   delimited by size
                  "/"                         delimited by size
                  function trim(bk-name(bk-idx)) delimited by size
                  "' >/dev/null 2>&1"         delimited by size
                  into ws-shell-cmd
           end-string
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           if ws-shell-rc is equal to zero
             add 1 to ws-copied
             move "Y" to bk-present(bk-idx)
             move ws-file-records to bk-records(bk-idx)
             move ws-file-bytes   to bk-bytes(bk-idx)
           else
             add 1 to ws-failed
             move spaces to ws-rpt-line
             string "  COPY FAILED "            delimited by size
                    function trim(bk-name(bk-idx)) delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           .

      *> Reads the manifest back from the set and holds every
      *> PRESENT copy to its recorded size and record count.
       verify-backup-set.
           open input manifest-file
           if ws-man-status is not equal to "00"
             add 1 to ws-bad
             move "  MANIFEST NOT READABLE FROM THE SET" to ws-rpt-line
             perform put-report-line
           else
             move "N" to ws-scan-done
             perform until scan-is-done
               read manifest-file
                 at end set scan-is-done to true
                 not at end
                   if manifest-record(1:1) is not equal to "#"
                     perform verify-one-copy
                   end-if
               end-read
             end-perform
             close manifest-file
           end-if
           .

       verify-one-copy.
           move spaces to mf-name mf-kind mf-state mf-records-x
                          mf-bytes-x
           unstring manifest-record delimited by ","
             into mf-name mf-kind mf-state mf-records-x mf-bytes-x
           end-unstring
           if mf-state is equal to "PRESENT"
             move function numval(mf-records-x) to mf-records
             move function numval(mf-bytes-x)   to mf-bytes
             move spaces to ws-count-name
             string function trim(ws-set-dir) delimited by size
                    "/"                       delimited by size
                    function trim(mf-name)    delimited by size
                    into ws-count-name
             end-string
             move mf-kind to ws-count-kind
             move mf-name to ws-base-name
             perform measure-one-file
             move mf-records      to edited-records
             move mf-bytes        to edited-bytes
             move ws-file-records to edited-now-recs
             move ws-file-bytes   to edited-now-bytes
             move spaces to ws-rpt-line
             evaluate true
               when not file-is-found
                 add 1 to ws-bad
                 string "  MISSING IN SET "     delimited by size
                        function trim(mf-name)  delimited by size
                        into ws-rpt-line
                 end-string
               when ws-file-records is not equal to mf-records or
                    ws-file-bytes is not equal to mf-bytes
                 add 1 to ws-bad
                 string "  MISMATCH "           delimited by size
                        function trim(mf-name)  delimited by size
                        " RECORDS="             delimited by size
                        function trim(edited-records)
                                                delimited by size
                        "/"                     delimited by size
                        function trim(edited-now-recs)
                                                delimited by size
                        " BYTES="               delimited by size
                        function trim(edited-bytes)
                                                delimited by size
                        "/"                     delimited by size
                        function trim(edited-now-bytes)
                                                delimited by size
                        into ws-rpt-line
                 end-string
               when other
                 add 1 to ws-verified
                 string "  OK "                 delimited by size
                        mf-name                 delimited by size
                        edited-records          delimited by size
                        " RECS "                delimited by size
                        edited-bytes            delimited by size
                        " BYTES"                delimited by size
                        into ws-rpt-line
                 end-string
             end-evaluate
             perform put-report-line
           end-if
           .

      *> Size of ws-count-name from the file system and its record
      *> count read back through the file, keyed files through
      *> their own record layout.
       measure-one-file.
           move zero to ws-file-records ws-file-bytes
           move "N" to ws-file-found
           call 'CBL_CHECK_FILE_EXIST' using ws-count-name
                                             ws-file-info
                                       returning ws-file-rc
           if ws-file-rc is equal to zero
             set file-is-found to true
             move ws-file-size to ws-file-bytes
             if ws-count-kind is equal to "I"
               perform count-keyed-file
             else
               perform count-sequential-file
             end-if
           end-if
           .

       count-sequential-file.
           open input count-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read count-file
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close count-file
           end-if
           .

      *> A keyed file is read through under its own record layout,
      *> picked by its bare name (ws-base-name) whichever directory
      *> it sits in. A keyed file added to the list needs its own
      *> select here, or it is counted as sequential.
       count-keyed-file.
           evaluate ws-base-name
             when "operator.dat"
               perform count-operator-file
             when "workorder.dat"
               perform count-workorder-file
             when "shiftlog.dat"
               perform count-shiftlog-file
             when "sensor_events.idx"
               perform count-event-index-file
             when "sensor_asset.dat"
               perform count-asset-file
             when "coldlot.dat"
               perform count-lot-file
             when "maint_window.dat"
               perform count-window-file
             when "spare_part.dat"
               perform count-part-file
             when "day_seal.dat"
               perform count-seal-file
             when "shift_roster.dat"
               perform count-roster-file
             when "alarm_codes.dat"
               perform count-alarm-code-file
             when "event_types.dat"
               perform count-event-type-file
             when "gdecision2017_hist.dat"
               perform count-history-file
             when other
               perform count-sequential-file
           end-evaluate
           .

       count-operator-file.
           open input operator-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read operator-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close operator-file
           end-if
           .

       count-workorder-file.
           open input workorder-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read workorder-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close workorder-file
           end-if
           .

       count-shiftlog-file.
           open input shiftlog-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read shiftlog-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close shiftlog-file
           end-if
           .

       count-event-index-file.
           open input event-index-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read event-index-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close event-index-file
           end-if
           .

       count-asset-file.
           open input asset-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read asset-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close asset-file
           end-if
           .

       count-lot-file.
           open input lot-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read lot-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close lot-file
           end-if
           .

       count-window-file.
           open input window-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read window-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close window-file
           end-if
           .

       count-roster-file.
           open input shift-roster-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read shift-roster-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close shift-roster-file
           end-if
           .

       count-alarm-code-file.
           open input alarm-code-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read alarm-code-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close alarm-code-file
           end-if
           .

       count-event-type-file.
           open input event-type-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read event-type-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close event-type-file
           end-if
           .

       count-part-file.
           open input part-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read part-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close part-file
           end-if
           .

       count-seal-file.
           open input seal-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read seal-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close seal-file
           end-if
           .

       count-history-file.
           open input history-file
           if ws-cnt-status is equal to "00"
             move "N" to ws-count-done
             perform until count-is-done
               read history-file next record
                 at end set count-is-done to true
                 not at end add 1 to ws-file-records
               end-read
             end-perform
             close history-file
           end-if
           .

      *> The outcome on the shared log, where watchdog and the
      *> head office see it.
       log-backup-result.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "STNBACKUP"      to SE-SOURCE
           if ws-bad is equal to zero and ws-failed is equal to zero
             move "BACKUP-OK"    to SE-EVENT-TYPE
           else
             move "BACKUP-BAD"   to SE-EVENT-TYPE
           end-if
           move ws-timestamp(1:8) to SE-VALUE
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program stnbackup.
