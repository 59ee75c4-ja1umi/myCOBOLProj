      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Reads relative humidity (and air temperature) from the
      *> Sensirion SHT31 digital humidity sensor connected to the
      *> message rather than writing 1970-dated records for the
      *> clockfix program to repair later.
      *>
      *> Each label named in HUMID.CFG must resolve through the
      *> sensor asset register SENSOR_ASSET.DAT (see the assetreg
      *> program) at startup, exactly as tmp102's labels do: it
      *> must be registered for this station, in service, as an
      *> SHT31, at the address its slot is configured for (0x44
      *> for the first sensor, sensor2-addr for the second), or
      *> the run is refused with a message naming the label. With
      *> no register on file the labels run unchecked, with a
      *> warning.
      *>
      *> How to build this program:
      *>   cobc -x humid.cob -lpthread -lrt -lpigpio
      *>
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is random
               record key is SA-KEY
               file status is ws-asset-status.

       data division.
       file section.
       01  onshift-record      pic x(30).
       fd  station-file.
       01  station-record      pic x(20).
       fd  asset-file.
           copy sensasset.

       working-storage section.

       01 ws-stn-status    pic xx.
       01 ws-station       pic x(8)  value spaces.

      *> sensor asset register housekeeping: every configured
      *> label must be registered here, as an SHT31, at the
      *> address its slot is configured for.
       01 ws-asset-status   pic xx.
       01 ws-asset-addr     pic 9(3).
       01 ws-asset-refused  pic x      value "N".
         88 asset-is-refused          value "Y".

      *> variables used for general housekeeping
       01 result         usage binary-long signed.
       01 edited-result  pic -Z9.
         close station-file
       end-if

      *> Resolve every configured label through the sensor asset
      *> register before the bus is touched.
       perform check-sensor-assets
       if asset-is-refused
         goback
       end-if

      *> Restore the iteration count from the last checkpoint, if
      *> one is present, so a power cycle mid-run doesn't lose a
      *> fixed run's progress.
           end-if
           .

      *> Looks every labelled, present slot up on the sensor asset
      *> register under this station: slot 1 at ADDR_SHT31, slot 2
      *> at the address the control file gave it.
       check-sensor-assets.
           move "N" to ws-asset-refused
           open input asset-file
           if ws-asset-status is equal to "35"
             display "humid: no sensor asset register on file, "
                     "labels not validated."
           else
             if ws-asset-status is not equal to "00"
               display "humid: unable to open sensor_asset.dat, "
                       "status " ws-asset-status ", run refused."
               set asset-is-refused to true
             else
               perform varying sensor-idx from 1 by 1
                       until sensor-idx > 2
                 if sensor-label(sensor-idx) is not equal to spaces
                      and (sensor-idx = 1 or
                           sensor-addr(sensor-idx) not = zero)
                   perform check-one-sensor-asset
                 end-if
               end-perform
               close asset-file
             end-if
           end-if
           .

       check-one-sensor-asset.
           if sensor-idx is equal to 1
             move ADDR_SHT31 to ws-asset-addr
           else
             move sensor-addr(sensor-idx) to ws-asset-addr
           end-if
           move ws-station              to SA-STATION
           move sensor-label(sensor-idx) to SA-LABEL
           read asset-file
             key is SA-KEY
             invalid key
               display "humid: label " sensor-label(sensor-idx)
                       " is not on the sensor asset register for "
                       "station " ws-station ", run refused."
               set asset-is-refused to true
             not invalid key
               if SA-STATUS is not equal to "A"
                 display "humid: label " sensor-label(sensor-idx)
                         " was retired on " SA-RETIRE-DATE
                         ", run refused."
                 set asset-is-refused to true
               else
                 if SA-DEVICE is not equal to "SHT31" or
                      SA-ADDRESS is not equal to ws-asset-addr
                   display "humid: label "
                           sensor-label(sensor-idx)
                           " is registered as " SA-DEVICE
                           " at " SA-ADDRESS
                           " but configured at " ws-asset-addr
                           ", run refused."
                   set asset-is-refused to true
                 else
                   display "humid: slot " sensor-idx " "
                           sensor-label(sensor-idx) " SERIAL="
                           SA-SERIAL
                 end-if
               end-if
           end-read
           .

      *> Reads the operator on shift out of ONSHIFT.DAT; spaces
      *> when nobody has signed on or the file is unreadable.
       pick-up-operator.
