      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Sensor asset register maintenance.
      *>
      *> TMP102.CFG and HUMID.CFG name their sensors by rack label
      *> only, so nothing on file said which physical part a label
      *> meant: a TMP102 swapped after a fault went on logging
      *> under the same label, and the calibration, the work order
      *> and a month of history all silently changed owner. This
      *> program maintains the register SENSOR_ASSET.DAT (layout in
      *> sensasset.cpy: station and label as the key, device type,
      *> I2C address or GPIO, serial, install date, location,
      *> status) that tmp102, humid, calmaint, workorder and
      *> preflight now resolve labels through. The menu:
      *>
      *>   L - list every device on the register, every station
      *>   E - enter a new label, or update an existing label's
      *>       address and location (its serial only ever changes
      *>       through S, so the history stays honest)
      *>   S - swap: the part behind a label is replaced. The old
      *>       serial is written to the history file as RETIRE
      *>       and the new one as INSTALL once the register has
      *>       been rewritten, so everything logged under the label
      *>       stays attributable to the serial that took it.
      *>   R - retire a label with no replacement (the record stays
      *>       on file, status R, so old history still resolves;
      *>       tmp102 and humid refuse it from then on)
      *>   H - history of one label (or every label), from
      *>       SENSOR_ASSET.HIS
      *>   Q - quit
      *>
      *> Each action asks for the station; a blank answer means
      *> this Pi's own station from STATION.CFG. The history file
      *> SENSOR_ASSET.HIS is one line per install or retirement:
      *> timestamp, station, label, INSTALL or RETIRE, serial,
      *> device, address, effective date and the operator on shift.
      *>
      *> How to build this program:
      *>   cobc -x assetreg.cob -I ../copybooks
      *>
       identification division.
       program-id. assetreg.

       environment division.
       input-output section.
       file-control.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is dynamic
               record key is SA-KEY
               file status is ws-asset-status.
           select history-file assign to "sensor_asset.his"
               organization is line sequential
               file status is ws-his-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.

       data division.
       file section.
       fd  asset-file.
           copy sensasset.
       fd  history-file.
       01  history-record      pic x(120).
       fd  station-file.
       01  station-record      pic x(20).
       fd  onshift-file.
       01  onshift-record      pic x(30).

       working-storage section.

      *> file-status housekeeping
       01 ws-asset-status   pic xx.
       01 ws-his-status     pic xx.
       01 ws-stn-status     pic xx.
       01 ws-shift-status   pic xx.

      *> station identity and operator attribution
       01 ws-station        pic x(8)  value spaces.
       01 ws-operator       pic x(8)  value spaces.
       01 ws-shift-junk     pic x(21).

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 register-is-done          value "Y".
       01 ws-ask-station    pic x(8).
       01 ws-ask-label      pic x(8).
       01 ws-ask-device     pic x(6).
       01 ws-ask-address    pic x(3).
       01 ws-ask-serial     pic x(16).
       01 ws-ask-date       pic x(8).
       01 ws-ask-location   pic x(24).
       01 ws-address-value  pic 9(3).
       01 ws-ask-ok         pic x.
         88 answers-are-ok            value "Y".
       01 ws-list-count     pic 9(3).
       01 edited-count      pic ZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> history housekeeping: one line per install or retirement
       01 ws-his-line       pic x(120).
       01 ws-his-action     pic x(7).
       01 ws-his-serial     pic x(16).
       01 ws-his-date       pic x(8).
       01 ws-his-old-serial pic x(16).
       01 ws-his-was-active pic x.
         88 his-was-active            value "Y".
       01 ws-timestamp      pic x(21).

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

       perform until register-is-done
         display " "
         display "assetreg: L)IST  E)NTER  S)WAP  R)ETIRE  "
                 "H)ISTORY  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-assets
           when "E" perform enter-asset
           when "S" perform swap-asset
           when "R" perform retire-asset
           when "H" perform show-history
           when "Q" set register-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       open-register-io.
           open i-o asset-file
           if ws-asset-status is equal to "35"
             open output asset-file
             close asset-file
             open i-o asset-file
           end-if
           if ws-asset-status is not equal to "00"
             display "  unable to open sensor_asset.dat, status "
                     ws-asset-status
           end-if
           .

      *> Station and label for the action at hand; a blank station
      *> answer means this Pi's own.
       ask-station-and-label.
           display "  station (blank = " ws-station ") : "
                   with no advancing
           accept ws-ask-station
           move function upper-case(ws-ask-station)
             to ws-ask-station
           if ws-ask-station is equal to spaces
             move ws-station to ws-ask-station
           end-if
           display "  rack label .........: " with no advancing
           accept ws-ask-label
           move function upper-case(ws-ask-label) to ws-ask-label
           .

       list-assets.
           open input asset-file
           if ws-asset-status is not equal to "00"
             display "  no sensor asset register on file yet."
           else
             move zero to ws-list-count
             move low-values to SA-KEY
             move "N" to ws-scan-done
             start asset-file key is greater than SA-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read asset-file next
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   display "  " SA-STATION " " SA-LABEL " "
                           SA-DEVICE " ADDR=" SA-ADDRESS
                           " SERIAL=" SA-SERIAL
                           " STATUS=" SA-STATUS
                   display "      INSTALLED " SA-INSTALL-DATE
                           " AT " SA-LOCATION
                           " RETIRED " SA-RETIRE-DATE
               end-read
             end-perform
             close asset-file
             move ws-list-count to edited-count
             display "  DEVICES ON FILE: " edited-count
           end-if
           .

      *> A new label is registered whole and its INSTALL goes on
      *> the history; an existing label only has its address and
      *> location updated here, because a change of serial is a
      *> swap and must leave the retire/install pair behind.
       enter-asset.
           perform ask-station-and-label
           if ws-ask-label is equal to spaces
             display "  no label given."
           else
             perform open-register-io
             if ws-asset-status is equal to "00"
               move ws-ask-station to SA-STATION
               move ws-ask-label   to SA-LABEL
               read asset-file
                 key is SA-KEY
                 invalid key
                   perform enter-new-asset
                 not invalid key
                   perform update-asset-details
               end-read
               close asset-file
             end-if
           end-if
           .

       enter-new-asset.
           display "  device (TMP102/SHT31/SWITCH): "
                   with no advancing
           accept ws-ask-device
           move function upper-case(ws-ask-device) to ws-ask-device
           display "  I2C address / GPIO .: " with no advancing
           accept ws-ask-address
           display "  serial number ......: " with no advancing
           accept ws-ask-serial
           display "  install date (YYYYMMDD): " with no advancing
           accept ws-ask-date
           display "  location ...........: " with no advancing
           accept ws-ask-location
           perform check-device-address
           if answers-are-ok
             if ws-ask-serial is equal to spaces or
                  ws-ask-date is not numeric
               display "  not saved: serial is required and the "
                       "install date must be YYYYMMDD."
             else
               move spaces            to SENSOR-ASSET-RECORD
               move ws-ask-station    to SA-STATION
               move ws-ask-label      to SA-LABEL
               move ws-ask-device     to SA-DEVICE
               move ws-address-value  to SA-ADDRESS
               move ws-ask-serial     to SA-SERIAL
               move ws-ask-date       to SA-INSTALL-DATE
               move ws-ask-location   to SA-LOCATION
               move "A"               to SA-STATUS
               write SENSOR-ASSET-RECORD
                 invalid key
                   display "  unable to add " ws-ask-label
                 not invalid key
                   move "INSTALL"     to ws-his-action
                   move SA-SERIAL     to ws-his-serial
                   move ws-ask-date   to ws-his-date
                   perform put-history-line
                   display "  " ws-ask-label " registered."
               end-write
             end-if
           end-if
           .

       update-asset-details.
           display "  " SA-LABEL " is " SA-DEVICE
                   " SERIAL=" SA-SERIAL " STATUS=" SA-STATUS
           display "  I2C address / GPIO .: " with no advancing
           accept ws-ask-address
           display "  location ...........: " with no advancing
           accept ws-ask-location
           move SA-DEVICE to ws-ask-device
           perform check-device-address
           if answers-are-ok
             move ws-address-value to SA-ADDRESS
             if ws-ask-location is not equal to spaces
               move ws-ask-location to SA-LOCATION
             end-if
             rewrite SENSOR-ASSET-RECORD
               invalid key
                 display "  unable to update " ws-ask-label
               not invalid key
                 display "  " ws-ask-label " updated."
             end-rewrite
           end-if
           .

      *> The address must suit the device: 72-75 for a TMP102
      *> (the four ADD0 straps), 68-69 for an SHT31, a real BCM
      *> GPIO (2-27) for a switch.
       check-device-address.
           move "N" to ws-ask-ok
           move zero to ws-address-value
           if function test-numval(ws-ask-address) is not equal
                to zero
             display "  not saved: address must be numeric."
           else
             compute ws-address-value =
               function numval(ws-ask-address)
             evaluate ws-ask-device
               when "TMP102"
                 if ws-address-value >= 72 and
                      ws-address-value <= 75
                   move "Y" to ws-ask-ok
                 else
                   display "  not saved: a TMP102 sits at 72-75."
                 end-if
               when "SHT31"
                 if ws-address-value >= 68 and
                      ws-address-value <= 69
                   move "Y" to ws-ask-ok
                 else
                   display "  not saved: an SHT31 sits at 68-69."
                 end-if
               when "SWITCH"
                 if ws-address-value >= 2 and
                      ws-address-value <= 27
                   move "Y" to ws-ask-ok
                 else
                   display "  not saved: a switch GPIO is 2-27."
                 end-if
               when other
                 display "  not saved: device must be TMP102, "
                         "SHT31 or SWITCH."
             end-evaluate
           end-if
           .

      *> The part behind a label is replaced: the register is
      *> rewritten in place, and only once that has gone through
      *> is the outgoing serial retired and the incoming one
      *> installed on the history.
       swap-asset.
           perform ask-station-and-label
           if ws-ask-label is equal to spaces
             display "  no label given."
           else
             perform open-register-io
             if ws-asset-status is equal to "00"
               move ws-ask-station to SA-STATION
               move ws-ask-label   to SA-LABEL
               read asset-file
                 key is SA-KEY
                 invalid key
                   display "  " ws-ask-label
                           " is not on the register; use E."
                 not invalid key
                   perform swap-one-serial
               end-read
               close asset-file
             end-if
           end-if
           .

       swap-one-serial.
           display "  " SA-LABEL " now SERIAL=" SA-SERIAL
                   " INSTALLED " SA-INSTALL-DATE
           display "  new serial number ..: " with no advancing
           accept ws-ask-serial
           display "  swap date (YYYYMMDD): " with no advancing
           accept ws-ask-date
           if ws-ask-serial is equal to spaces or
                ws-ask-date is not numeric
             display "  not saved: serial is required and the "
                     "swap date must be YYYYMMDD."
           else
             if ws-ask-serial is equal to SA-SERIAL
               display "  not saved: that serial is already "
                       "installed."
             else
               move ws-ask-date to ws-his-date
               move SA-SERIAL   to ws-his-old-serial
               move "N"         to ws-his-was-active
               if SA-STATUS is equal to "A"
                 move "Y" to ws-his-was-active
               end-if
               move ws-ask-serial to SA-SERIAL
               move ws-ask-date   to SA-INSTALL-DATE
               move "A"           to SA-STATUS
               move spaces        to SA-RETIRE-DATE
               rewrite SENSOR-ASSET-RECORD
                 invalid key
                   display "  unable to update " ws-ask-label
                 not invalid key
                   if his-was-active
                     move "RETIRE"          to ws-his-action
                     move ws-his-old-serial to ws-his-serial
                     perform put-history-line
                   end-if
                   move "INSTALL"     to ws-his-action
                   move SA-SERIAL     to ws-his-serial
                   perform put-history-line
                   display "  " ws-ask-label " swapped to serial "
                           function trim(ws-ask-serial) "."
               end-rewrite
             end-if
           end-if
           .

       retire-asset.
           perform ask-station-and-label
           perform open-register-io
           if ws-asset-status is equal to "00"
             move ws-ask-station to SA-STATION
             move ws-ask-label   to SA-LABEL
             read asset-file
               key is SA-KEY
               invalid key
                 display "  " ws-ask-label " is not on the register."
               not invalid key
                 if SA-STATUS is not equal to "A"
                   display "  " ws-ask-label " was already retired "
                           "on " SA-RETIRE-DATE
                 else
                   display "  retire date (YYYYMMDD): "
                           with no advancing
                   accept ws-ask-date
                   if ws-ask-date is not numeric
                     display "  not saved: date must be YYYYMMDD."
                   else
                     move "R"         to SA-STATUS
                     move ws-ask-date to SA-RETIRE-DATE
                     rewrite SENSOR-ASSET-RECORD
                       invalid key
                         display "  unable to update " ws-ask-label
                       not invalid key
                         move "RETIRE"    to ws-his-action
                         move SA-SERIAL   to ws-his-serial
                         move ws-ask-date to ws-his-date
                         perform put-history-line
                         display "  " ws-ask-label " retired; "
                                 "tmp102 and humid will refuse it."
                     end-rewrite
                   end-if
                 end-if
             end-read
             close asset-file
           end-if
           .

      *> One INSTALL or RETIRE line, stamped with the operator on
      *> shift, appended once the register itself has been
      *> written.
       put-history-line.
           perform pick-up-operator
           move function current-date to ws-timestamp
           move spaces to ws-his-line
           string ws-timestamp   delimited by size
                  " "            delimited by size
                  SA-STATION     delimited by size
                  " "            delimited by size
                  SA-LABEL       delimited by size
                  " "            delimited by size
                  ws-his-action  delimited by size
                  " SERIAL="     delimited by size
                  ws-his-serial  delimited by size
                  " DEVICE="     delimited by size
                  SA-DEVICE      delimited by size
                  " ADDR="       delimited by size
                  SA-ADDRESS     delimited by size
                  " DATE="       delimited by size
                  ws-his-date    delimited by size
                  " BY="         delimited by size
                  ws-operator    delimited by size
                  into ws-his-line
           end-string
           open extend history-file
           if ws-his-status is not equal to "00" and
                ws-his-status is not equal to "05"
             close history-file
             open output history-file
           end-if
           move ws-his-line to history-record
           write history-record
           close history-file
           .

      *> Every history line for one label at one station, or
      *> every line when no label is given.
       show-history.
           perform ask-station-and-label
           move zero to ws-list-count
           open input history-file
           if ws-his-status is not equal to "00"
             display "  no sensor_asset.his on file yet."
           else
             move "N" to ws-scan-done
             perform until scan-is-done
               read history-file
                 at end set scan-is-done to true
                 not at end
                   if ws-ask-label is equal to spaces or
                        (history-record(23:8) is equal to
                           ws-ask-station and
                         history-record(32:8) is equal to
                           ws-ask-label)
                     add 1 to ws-list-count
                     display "  " function trim(history-record)
                   end-if
               end-read
             end-perform
             close history-file
             move ws-list-count to edited-count
             display "  HISTORY LINES: " edited-count
           end-if
           .

       pick-up-operator.
           move spaces to ws-operator
           open input onshift-file
           if ws-shift-status is equal to "00"
             read onshift-file
               at end move "10" to ws-shift-status
             end-read
             if ws-shift-status is equal to "00"
               unstring onshift-record delimited by ","
                 into ws-operator ws-shift-junk
               end-unstring
             end-if
             close onshift-file
           end-if
           .
       end program assetreg.
