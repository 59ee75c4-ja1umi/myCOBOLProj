      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Station restore from a stnbackup set.
      *>
      *> Rebuilds a fresh card - or a damaged one - from a chosen
      *> backup set. The set's MANIFEST.DAT drives everything: each
      *> PRESENT file is copied from the set into the station's
      *> working directory and its restored size checked against
      *> the manifest; a PRESENT file gone from the set, or of the
      *> wrong size there, is reported MISSING and left alone, so
      *> a good live copy is never overwritten with a bad one. A
      *> file the manifest lists ABSENT (the station never had it)
      *> or FAILED (the backup could not copy it) is reported as
      *> not in the set.
      *>
      *> A restore is refused outright while any writer could be
      *> running, exactly as logroll refuses a roll: READSW.RUN,
      *> TMP102.RUN, HUMID.RUN or GPIO.LOCK present means nothing is
      *> restored. On a card that already holds any of the files the
      *> set would replace, the restore also wants OVERWRITE on the
      *> command line, so a set cannot be laid over a working
      *> station by a slip of the finger.
      *>
      *> What was restored and what the manifest says is missing
      *> is appended to STNRESTORE.RPT and echoed to the console;
      *> the restore goes to the shared log as STNRESTORE RESTORE-OK
      *> or INCOMPLETE with the set's date. The return code is 4
      *> when anything the manifest promised could not be restored.
      *>
      *> How to use this program:
      *>   stnrestore backup-set-directory [OVERWRITE]
      *>
      *> How to build this program:
      *>   cobc -x stnrestore.cob -I ../copybooks
      *>
       identification division.
       program-id. stnrestore.

       environment division.
       input-output section.
       file-control.
           select manifest-file assign to ws-manifest-name
               organization is line sequential
               file status is ws-man-status.
           select readsw-run-file assign to "readsw.run"
               organization is line sequential
               file status is ws-swrun-status.
           select tmp102-run-file assign to "tmp102.run"
               organization is line sequential
               file status is ws-tmprun-status.
           select humid-run-file assign to "humid.run"
               organization is line sequential
               file status is ws-humrun-status.
           select gpio-lock-file assign to "gpio.lock"
               organization is line sequential
               file status is ws-lock-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select restore-report-file assign to "stnrestore.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  manifest-file.
       01  manifest-record       pic x(80).
       fd  readsw-run-file.
       01  readsw-run-record     pic x(20).
       fd  tmp102-run-file.
       01  tmp102-run-record     pic x(20).
       fd  humid-run-file.
       01  humid-run-record      pic x(20).
       fd  gpio-lock-file.
       01  gpio-lock-record      pic x(20).
       fd  sensor-event-file.
           copy sensorevt.
       fd  station-file.
       01  station-record        pic x(20).
       fd  restore-report-file.
       01  restore-report-record pic x(100).

       working-storage section.

      *> command line
       01 ws-cmdline-arg    pic x(120).
       01 ws-set-dir        pic x(100).
       01 ws-overwrite-arg  pic x(10).
       01 ws-timestamp      pic x(21).
       01 ws-station        pic x(8)  value spaces.
       01 ws-set-header     pic x(40) value spaces.
       01 ws-set-date       pic x(8)  value spaces.
       01 ws-set-junk       pic x(20).

      *> file-status housekeeping
       01 ws-man-status     pic xx.
       01 ws-swrun-status   pic xx.
       01 ws-tmprun-status  pic xx.
       01 ws-humrun-status  pic xx.
       01 ws-lock-status    pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-manifest-name  pic x(113).
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> manifest line under the knife
       01 mf-name           pic x(40).
       01 mf-kind           pic x.
       01 mf-state          pic x(7).
       01 mf-records-x      pic x(10).
       01 mf-bytes-x        pic x(14).
       01 mf-bytes          pic 9(12).

      *> size of one file, from the file system
       01 ws-check-name     pic x(141).
       01 ws-file-bytes     pic 9(12).
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

      *> copying
       01 ws-shell-cmd      pic x(300).
       01 ws-shell-rc       pic s9(9).
       01 ws-pass           pic x.
         88 pass-is-restore           value "R".
         88 pass-is-survey            value "S".

      *> tallies
       01 ws-live-found     pic 9(3)  value zero.
       01 ws-restored       pic 9(3)  value zero.
       01 ws-missing        pic 9(3)  value zero.
       01 ws-not-in-set     pic 9(3)  value zero.
       01 edited-count      pic ZZ9.
       01 edited-other      pic ZZ9.
       01 edited-third      pic ZZ9.
       01 edited-bytes      pic ZZZZZZZZZZZ9.

      *> report housekeeping
       01 ws-rpt-line       pic x(100).

       procedure division.
       perform load-station-id
       accept ws-cmdline-arg from command-line
       move spaces to ws-set-dir ws-overwrite-arg
       unstring ws-cmdline-arg delimited by all " "
         into ws-set-dir ws-overwrite-arg
       end-unstring
       move function upper-case(ws-overwrite-arg) to ws-overwrite-arg
       if ws-set-dir is equal to spaces
         display "stnrestore: usage: stnrestore backup-set-directory "
                 "[OVERWRITE]"
         move 4 to return-code
         goback
       end-if

      *> Nothing is restored while a writer could be mid-run or a
      *> gpioctl job holds the pins.
       open input readsw-run-file
       if ws-swrun-status is equal to "00"
         close readsw-run-file
         display "stnrestore: readsw is mid-run (readsw.run present), "
                 "refusing to restore."
         move 4 to return-code
         goback
       end-if
       open input tmp102-run-file
       if ws-tmprun-status is equal to "00"
         close tmp102-run-file
         display "stnrestore: tmp102 is mid-run (tmp102.run present), "
                 "refusing to restore."
         move 4 to return-code
         goback
       end-if
       open input humid-run-file
       if ws-humrun-status is equal to "00"
         close humid-run-file
         display "stnrestore: humid is mid-run (humid.run present), "
                 "refusing to restore."
         move 4 to return-code
         goback
       end-if
       open input gpio-lock-file
       if ws-lock-status is equal to "00"
         close gpio-lock-file
         display "stnrestore: a gpioctl job holds gpio.lock, "
                 "refusing to restore."
         move 4 to return-code
         goback
       end-if

       move spaces to ws-manifest-name
       string function trim(ws-set-dir) delimited by size
              "/manifest.dat"           delimited by size
              into ws-manifest-name
       end-string
       open input manifest-file
       if ws-man-status is not equal to "00"
         display "stnrestore: no manifest.dat in "
                 function trim(ws-set-dir) ", not a backup set."
         move 4 to return-code
         goback
       end-if
       close manifest-file

      *> A first pass only looks for live files the set would
      *> replace.
       set pass-is-survey to true
       perform walk-manifest
       if ws-live-found > zero and
            ws-overwrite-arg is not equal to "OVERWRITE"
         move ws-live-found to edited-count
         display "stnrestore: " function trim(edited-count)
                 " file(s) in the set are already on this card; "
                 "run again with OVERWRITE to replace them."
         move 4 to return-code
         goback
       end-if

       move function current-date to ws-timestamp
       open extend restore-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close restore-report-file
         open output restore-report-file
       end-if
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " STATION RESTORE FROM " delimited by size
              function trim(ws-set-dir) delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line
       if ws-set-header is not equal to spaces
         move spaces to ws-rpt-line
         string "  SET " delimited by size
                ws-set-header delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       end-if

       set pass-is-restore to true
       perform walk-manifest

       move ws-restored   to edited-count
       move ws-missing    to edited-other
       move ws-not-in-set to edited-third
       move spaces to ws-rpt-line
       string "  RESTORED="      delimited by size
              function trim(edited-count) delimited by size
              " MISSING="        delimited by size
              function trim(edited-other) delimited by size
              " NOT IN SET="     delimited by size
              function trim(edited-third) delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line
       if ws-missing is equal to zero
         move "  RESULT=RESTORED" to ws-rpt-line
       else
         move "  RESULT=INCOMPLETE, SEE MISSING FILES ABOVE"
           to ws-rpt-line
       end-if
       perform put-report-line
       close restore-report-file
      *> station.cfg may only just have come back from the set
       perform load-station-id
       perform log-restore-result
       if ws-missing is equal to zero
         move zero to return-code
       else
         move 4 to return-code
       end-if
       goback.

       put-report-line.
           move ws-rpt-line to restore-report-record
           write restore-report-record
           display ws-rpt-line
           .

       load-station-id.
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
           .

       walk-manifest.
           open input manifest-file
           if ws-man-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read manifest-file
                 at end set scan-is-done to true
                 not at end perform take-manifest-line
               end-read
             end-perform
             close manifest-file
           end-if
           .

       take-manifest-line.
           if manifest-record(1:5) is equal to "#SET "
             move manifest-record(6:40) to ws-set-header
             move spaces to ws-set-junk
             unstring manifest-record(6:40) delimited by all " "
               into ws-set-junk ws-set-date
             end-unstring
           else
             move spaces to mf-name mf-kind mf-state mf-records-x
                            mf-bytes-x
             unstring manifest-record delimited by ","
               into mf-name mf-kind mf-state mf-records-x mf-bytes-x
             end-unstring
             if mf-name is not equal to spaces
               if pass-is-survey
                 perform survey-one-file
               else
                 perform restore-one-file
               end-if
             end-if
           end-if
           .

       survey-one-file.
           if mf-state is equal to "PRESENT"
             move mf-name to ws-check-name
             call 'CBL_CHECK_FILE_EXIST' using ws-check-name
                                               ws-file-info
                                         returning ws-file-rc
             if ws-file-rc is equal to zero
               add 1 to ws-live-found
             end-if
           end-if
           .

      *> One manifest line: a PRESENT file whose copy in the set
      *> still has the manifest's size is copied in and checked
      *> again once it lands.
       restore-one-file.
           move spaces to ws-rpt-line
           if mf-state is not equal to "PRESENT"
             add 1 to ws-not-in-set
             string "  NOT IN SET "         delimited by size
                    function trim(mf-name)  delimited by size
                    " ("                    delimited by size
                    function trim(mf-state) delimited by size
                    " AT BACKUP)"           delimited by size
                    into ws-rpt-line
             end-string
           else
             move function numval(mf-bytes-x) to mf-bytes
             move spaces to ws-check-name
             string function trim(ws-set-dir) delimited by size
                    "/"                       delimited by size
                    function trim(mf-name)    delimited by size
                    into ws-check-name
             end-string
             perform size-one-file
             evaluate true
               when ws-file-rc is not equal to zero
                 add 1 to ws-missing
                 string "  MISSING "           delimited by size
                        function trim(mf-name) delimited by size
                        " - NOT IN THE SET"    delimited by size
                        into ws-rpt-line
                 end-string
               when ws-file-bytes is not equal to mf-bytes
                 add 1 to ws-missing
                 string "  MISSING "           delimited by size
                        function trim(mf-name) delimited by size
                        " - SET COPY IS NOT THE SIZE THE MANIFEST "
                                               delimited by size
                        "RECORDS"              delimited by size
                        into ws-rpt-line
                 end-string
               when other
                 perform copy-in-one-file
             end-evaluate
           end-if
           perform put-report-line
           .

       copy-in-one-file.
           move spaces to ws-shell-cmd
           string "cp -p '"                  delimited by size
                  function trim(ws-check-name) delimited by size
                  "' '"                      delimited by size
                  function trim(mf-name)     delimited by size
                  "' >/dev/null 2>&1"        delimited by size
                  into ws-shell-cmd
           end-string
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           move mf-name to ws-check-name
           perform size-one-file
           if ws-shell-rc is equal to zero and
                ws-file-rc is equal to zero and
                ws-file-bytes is equal to mf-bytes
             add 1 to ws-restored
             move mf-bytes to edited-bytes
             string "  RESTORED "   delimited by size
                    mf-name         delimited by size
                    edited-bytes    delimited by size
                    " BYTES"        delimited by size
                    into ws-rpt-line
             end-string
           else
             add 1 to ws-missing
             string "  MISSING "           delimited by size
                    function trim(mf-name) delimited by size
                    " - COPY ONTO THE CARD FAILED"
                                           delimited by size
                    into ws-rpt-line
             end-string
           end-if
           .

       size-one-file.
           move zero to ws-file-bytes
           call 'CBL_CHECK_FILE_EXIST' using ws-check-name
                                             ws-file-info
                                       returning ws-file-rc
           if ws-file-rc is equal to zero
             move ws-file-size to ws-file-bytes
           end-if
           .

       log-restore-result.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "STNRESTORE"     to SE-SOURCE
           if ws-missing is equal to zero
             move "RESTORE-OK"   to SE-EVENT-TYPE
           else
             move "INCOMPLETE"   to SE-EVENT-TYPE
           end-if
           move ws-set-date      to SE-VALUE
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program stnrestore.
