      *> Author: JA1UMI
      *> Date started: May 6, 2017
      *> Date updated: October 15, 2026
      *>
      *> Reads current temperature from the Sparkfun TMP102
      *> digital temperature sensor conneted to the Raspberry Pi
      *> message rather than writing 1970-dated records for the
      *> clockfix program to repair later.
      *>
      *> Every label named in TMP102.CFG must resolve through the
      *> sensor asset register SENSOR_ASSET.DAT (maintained by the
      *> assetreg program) before a single sample is taken: the
      *> label has to be registered for this station, in service,
      *> as a TMP102, at the bus address its slot is configured
      *> for. A label that is missing, retired, or registered at a
      *> different address refuses the run with a message naming
      *> it, because readings logged under the wrong label are
      *> worse than no readings. Each accepted slot's serial is
      *> shown at startup. A floor that has not built its register
      *> yet (the file is absent) runs unchecked, with a warning,
      *> the same way signon treats a missing operator master.
      *>
      *> A loose cable or a sensor that has dropped off the bus
      *> must not turn into a temperature. A read pigpio reports as
      *> failed, or one that decodes outside the TMP102's rated
      *> -40 to +125 degrees, is retried up to READ_RETRIES times
      *> within the interval; a read that still fails is a sensor
      *> fault, not a sample. It goes to TMP102.LOG as
      *> "timestamp label SENSOR-FAULT ERR=..." (E and pigpio's
      *> error code, or RANGE) in place of the reading, and to the
      *> shared sensor-event log as a SENSOR-FAULT event (type
      *> FAULT - the event-type field is 10 characters, so the tag
      *> rides in SE-SOURCE + SE-EVENT-TYPE together, as
      *> stuckwatch's SENSOR-STUCK does) carrying the label and the
      *> error. A faulted sensor is left out of the alarm and
      *> composite evaluation for that interval, is not pushed to
      *> the dashboard, and does not overwrite the checkpoint's
      *> last reading. Faults are counted per label, and each time
      *> a label goes from reading to faulted a "read fault" entry
      *> carrying its bus slot as SENSOR-SLOT=n and the running
      *> count goes to READSW_MAINT.LOG, so workorder SCAN opens an
      *> order against a label that keeps dropping out. The
      *> temperature register is decoded as the 12-bit two's
      *> complement value it is, so a frozen rack's sub-zero
      *> readings are not mistaken for an impossible read.
      *>
      *> When readsw watches more than one door (READSW_DOORS.CFG,
      *> one line per door: door-label,sw-pin,debounce-polls and
      *> then up to four rack labels the door stands in front of),
      *> the composite alarm no longer pairs every rack with every
      *> door. The door table is loaded at startup and, each
      *> interval, each door's own state is picked up from readsw's
      *> per-door snapshot SWITCH_DOORS.DAT; the composite fires
      *> only when a sensor in alarm carries a label one of the
      *> doors reading LOW serves. A label no door names never
      *> goes composite. The COMPOSITE ALARM value on the shared
      *> log carries the door after the state (ALARM DOOR-A), and
      *> the CLEAR that ends it names the same door, so the door
      *> reports can tell which door an incident belongs to.
      *> Without READSW_DOORS.CFG the single SWITCH_STATE.DAT is
      *> used for every rack, exactly as before.
      *>
      *> Planned work is kept in the maintenance-window file
      *> MAINT_WINDOW.DAT (entered from the maintwin program). When
      *> the composite alarm is raised, every label behind it - in
      *> alarm, not faulted, and served by a LOW door when doors
      *> are labelled - is looked up there; if a window for this
      *> station covers each of them (by label, or the whole
      *> station as "*") at that minute, a SUPPRESSED event per
      *> label follows the COMPOSITE ALARM on the shared log with
      *> the same timestamp. The pin still lights and the ALARM is
      *> still written - the excursion is real - but escalate and
      *> annunciate hold off for it and the reports show its time
      *> as suppressed. An alarm only partly covered is not
      *> suppressed.
      *>
      *> How to build this program:
      *>   cobc -x tmp102.cob -lpthread -lrt -lpigpio
      *>
           select schedule-file assign to "tmp102_sched.dat"
               organization is line sequential
               file status is ws-sched-status.
           select maint-log-file assign to "readsw_maint.log"
               organization is line sequential
               file status is ws-maint-status.
           select door-control-file assign to "readsw_doors.cfg"
               organization is line sequential
               file status is ws-doors-status.
           select door-state-file assign to "switch_doors.dat"
               organization is line sequential
               file status is ws-dsst-status.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is random
               record key is SA-KEY
               file status is ws-asset-status.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.

       data division.
       file section.
       01  push-spool-record     pic x(200).
       fd  schedule-file.
       01  schedule-record       pic x(40).
       fd  maint-log-file.
       01  maint-log-record      pic x(100).
       fd  door-control-file.
       01  door-control-record   pic x(80).
       fd  door-state-file.
       01  door-state-record     pic x(20).
       fd  asset-file.
           copy sensasset.
       fd  window-file.
           copy mntwindow.

       working-storage section.

      *> TMP102-specific constants
       01 ADDR_TMP102      constant as h"48".
       01 REG_TEMP         constant as 0.
      *>  reads tried within one interval before a sensor counts
      *>  as faulted, and the rated range a good read decodes to.
       01 READ_RETRIES     constant as 3.
       01 TMP102_MIN_C     constant as -40.
       01 TMP102_MAX_C     constant as 125.
      *>  seconds to wait between samples; overridden from the
      *>  control file when present.
       01 SECS             pic 99      value 2.
             88 sensor-alarm-is-active  value "Y".
           10 sensor-offset   pic s9v999 value zero.
           10 sensor-gain     pic 9v9999 value 1.
           10 sensor-serial   pic x(16) value spaces.
           10 sensor-fault    pic x     value "N".
             88 sensor-is-faulted       value "Y".
           10 sensor-fault-count pic 9(5) value zero.
       01 sensor-idx        pic 9       value 1.
       01 sensor-tag        pic x(8).

       01 composite-was-on  pic x       value "N".
         88 composite-pin-is-on         value "Y".

      *> door-to-rack housekeeping: readsw's labelled doors from
      *> READSW_DOORS.CFG, the racks each one serves, and the
      *> state each door last reported in SWITCH_DOORS.DAT.
      *> composite-door is the door that raised the composite now
      *> active, carried on its ALARM and CLEAR events.
       01 ws-doors-status   pic xx.
       01 ws-doors-done     pic x       value "N".
         88 doors-scan-is-done          value "Y".
       01 ws-dsst-status    pic xx.
       01 ws-dsst-done      pic x       value "N".
         88 dsst-scan-is-done           value "Y".
       01 door-bank.
         05 door-entry occurs 4 times.
           10 door-label      pic x(8)  value spaces.
           10 door-state      pic x(4)  value spaces.
           10 door-rack       pic x(8)  occurs 4 times.
       01 door-count        pic 9       value zero.
       01 door-idx          pic 9.
       01 rack-idx          pic 9.
       01 door-cfg-label    pic x(8).
       01 door-cfg-pin-x    pic x(3).
       01 door-cfg-deb-x    pic x(3).
       01 door-cfg-rack     pic x(8)    occurs 4 times.
       01 dsst-label        pic x(8).
       01 dsst-state        pic x(4).
       01 composite-door    pic x(8)    value spaces.

      *> maintenance-window housekeeping: the labels behind a
      *> composite alarm as it is raised, and whether a window in
      *> MAINT_WINDOW.DAT covers every one of them.
       01 ws-win-status     pic xx.
       01 ws-win-done       pic x       value "N".
         88 win-scan-is-done            value "Y".
       01 ws-now-minute     pic x(12).
       01 supp-bank.
         05 supp-label      pic x(8)    occurs 4 times.
       01 supp-count        pic 9       value zero.
       01 supp-idx          pic 9.
       01 ws-all-covered    pic x       value "N".
         88 all-are-covered             value "Y".
       01 ws-label-covered  pic x       value "N".
         88 label-is-covered            value "Y".
       01 ws-behind-door    pic x       value "N".
         88 label-is-behind-door        value "Y".

      *> central-dashboard push housekeeping; a push curl reports
      *> as failed is spooled for the pushfwd program instead of
      *> being dropped.
       01 ws-stn-status    pic xx.
       01 ws-station       pic x(8)  value spaces.

      *> sensor asset register housekeeping: every configured
      *> label must be registered here, as a TMP102, at the
      *> address its slot is configured for.
       01 ws-asset-status   pic xx.
       01 ws-asset-addr     pic 9(3).
       01 ws-asset-refused  pic x      value "N".
         88 asset-is-refused          value "Y".

      *> read-failure housekeeping: the tries made this interval,
      *> whether one decoded to a possible temperature, and the
      *> error the last failed try left behind.
       01 ws-read-tries     pic 9      value zero.
       01 ws-read-ok        pic x      value "N".
         88 read-is-ok                value "Y".
       01 ws-fault-text     pic x(6)   value spaces.
       01 edited-read-err   pic -(4)9.
       01 edited-fault-count pic Z(4)9.
       01 ws-maint-status   pic xx.
       01 ws-maint-line     pic x(100).

      *> clock-sanity guard housekeeping: a Pi that boots with its
      *> clock reset must not stamp new history before 1970.
       01 ws-clk-done       pic x.
         close station-file
       end-if

      *> Resolve every configured label through the sensor asset
      *> register; a label that is not registered for this
      *> station, or is registered as something else or at
      *> another address, refuses the run before the bus is
      *> touched.
       perform check-sensor-assets
       if asset-is-refused
         goback
       end-if

      *> Load each labelled sensor's calibration, if a calibration
      *> file is present. A label with no line keeps gain 1 and
      *> offset 0, so an uncalibrated floor runs exactly as before.
         close calibration-file
       end-if

      *> Load readsw's door table, if one is present, so the
      *> composite alarm pairs each rack with the door in front of
      *> it; without it every rack is paired with the one switch.
       perform load-door-table

      *> Load the time-of-day threshold windows, if a schedule file
      *> is present. The TMP102.CFG band just loaded becomes the
      *> base band that applies whenever no window covers the
           end-if
           .

      *> Looks every labelled, present slot up on the sensor asset
      *> register under this station. Slot 1 is always at
      *> ADDR_TMP102; the others at the address the control file
      *> gave them. A blank label has nothing to resolve and runs
      *> under its generic SENSOR=n tag as before.
       check-sensor-assets.
           move "N" to ws-asset-refused
           open input asset-file
           if ws-asset-status is equal to "35"
             display "tmp102: no sensor asset register on file, "
                     "labels not validated."
           else
             if ws-asset-status is not equal to "00"
               display "tmp102: unable to open sensor_asset.dat, "
                       "status " ws-asset-status ", run refused."
               set asset-is-refused to true
             else
               perform varying sensor-idx from 1 by 1
                       until sensor-idx > 4
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
             move ADDR_TMP102 to ws-asset-addr
           else
             move sensor-addr(sensor-idx) to ws-asset-addr
           end-if
           move ws-station              to SA-STATION
           move sensor-label(sensor-idx) to SA-LABEL
           read asset-file
             key is SA-KEY
             invalid key
               display "tmp102: label " sensor-label(sensor-idx)
                       " is not on the sensor asset register for "
                       "station " ws-station ", run refused."
               set asset-is-refused to true
             not invalid key
               if SA-STATUS is not equal to "A"
                 display "tmp102: label " sensor-label(sensor-idx)
                         " was retired on " SA-RETIRE-DATE
                         ", run refused."
                 set asset-is-refused to true
               else
                 if SA-DEVICE is not equal to "TMP102" or
                      SA-ADDRESS is not equal to ws-asset-addr
                   display "tmp102: label "
                           sensor-label(sensor-idx)
                           " is registered as " SA-DEVICE
                           " at " SA-ADDRESS
                           " but configured at " ws-asset-addr
                           ", run refused."
                   set asset-is-refused to true
                 else
                   move SA-SERIAL to sensor-serial(sensor-idx)
                   display "tmp102: slot " sensor-idx " "
                           sensor-label(sensor-idx) " SERIAL="
                           SA-SERIAL
                 end-if
               end-if
           end-read
           .

      *> Matches one TMP102_CAL.DAT line to the sensor slot whose
      *> label it names and remembers that slot's offset and gain;
      *> the calibration and due dates on the line are for the

      *> Reads and logs one sample from the sensor named by
      *> sensor-idx; performed once per active sensor per sampling
      *> interval. A read that fails, or decodes to a temperature
      *> the part cannot report, is tried again up to READ_RETRIES
      *> times; one that never comes good is recorded as a sensor
      *> fault instead of a sample.
       sample-one-sensor.
           move zero to ws-read-tries
           move "N"  to ws-read-ok
           perform until read-is-ok or ws-read-tries >= READ_RETRIES
             add 1 to ws-read-tries
             perform read-one-raw
           end-perform
           if read-is-ok
             move "N" to sensor-fault(sensor-idx)
             perform log-one-reading
           else
             perform record-sensor-fault
           end-if
           .

      *> One try at the temperature register: the word pigpio
      *> returns, decoded to degrees C, and judged possible or not.
       read-one-raw.
           call 'i2cReadWordData' using
             by value sensor-hdl(sensor-idx) by value REG_TEMP
             returning raw-reading
           compute hi-byte = function integer-part(hi-byte / 16)
           compute current-c      = (lo-byte + hi-byte) / 16

      *>   the 12-bit result is two's complement: 2048 and up
      *>   (128 degrees and up once divided) are below zero.
           if current-c >= 128
             compute current-c = current-c - 256
           end-if

      *>   pigpio returns a negative error code for a read that
      *>   never happened; a decoded value outside the rated range
      *>   is a read that happened wrongly.
           if raw-reading < zero
             move raw-reading to edited-read-err
             move spaces to ws-fault-text
             string "E"       delimited by size
                    function trim(edited-read-err)
                              delimited by size
                    into ws-fault-text
             end-string
           else
             if current-c < TMP102_MIN_C or current-c > TMP102_MAX_C
               move "RANGE" to ws-fault-text
             else
               set read-is-ok to true
             end-if
           end-if
           .

      *> Calibrates, shows, judges, logs and pushes the good read
      *> just taken by read-one-raw.
       log-one-reading.
      *>   apply this sensor's calibration before the reading is
      *>   shown, logged or compared against the thresholds, so
      *>   every label alarms at the same physical temperature.
      *>   file named one for this slot, so the log identifies which
      *>   physical rack it came from and not just its bus slot.
      *>   A blank label falls back to a generic SENSOR=n tag.
           perform set-sensor-tag

           move function current-date to ws-timestamp
           move spaces to ws-log-line
           if show-fahrenheit
             string ws-timestamp        delimited by size
                    " "                 delimited by size
           end-if
           .

      *> The slot's rack label, or SENSOR=n when the control file
      *> named none, for the history line and the shared log.
       set-sensor-tag.
           move spaces to sensor-tag
           if sensor-label(sensor-idx) is equal to spaces
             string "SENSOR="      delimited by size
                    sensor-idx      delimited by size
                    into sensor-tag
             end-string
           else
             move sensor-label(sensor-idx) to sensor-tag
           end-if
           .

      *> A sensor that gave no possible reading in READ_RETRIES
      *> tries: the fault goes on the history file and the shared
      *> log in place of a sample, the sensor sits out this
      *> interval's alarm evaluation, and a label going from
      *> reading to faulted leaves a maintenance entry for
      *> workorder SCAN to count.
       record-sensor-fault.
           add 1 to sensor-fault-count(sensor-idx)
           move "N" to sensor-alarm(sensor-idx)
           perform set-sensor-tag
           display "temperature = FAULT " sensor-tag
                   " ERR=" ws-fault-text

           move function current-date to ws-timestamp
           move spaces to ws-log-line
           string ws-timestamp        delimited by size
                  " "                 delimited by size
                  sensor-tag          delimited by size
                  " SENSOR-FAULT ERR=" delimited by size
                  ws-fault-text       delimited by size
                  into ws-log-line
           end-string
           move ws-log-line to temp-log-record
           write temp-log-record

           move spaces         to sensor-event-record
           move ws-timestamp   to SE-TIMESTAMP
           move "TMP102"       to SE-SOURCE
           move "FAULT"        to SE-EVENT-TYPE
           string sensor-tag    delimited by size
                  " "           delimited by size
                  ws-fault-text delimited by size
                  into SE-VALUE
           end-string
           move ws-operator    to SE-OPERATOR
           move ws-station     to SE-STATION
           write sensor-event-record

           if not sensor-is-faulted(sensor-idx)
             move sensor-fault-count(sensor-idx) to edited-fault-count
             move spaces to ws-maint-line
             string ws-timestamp   delimited by size
                    " TMP102: sensor " delimited by size
                    function trim(sensor-tag) delimited by size
                    " SENSOR-SLOT=" delimited by size
                    sensor-idx     delimited by size
                    " read fault ERR=" delimited by size
                    function trim(ws-fault-text) delimited by size
                    " FAULTS="     delimited by size
                    function trim(edited-fault-count)
                                   delimited by size
                    into ws-maint-line
             end-string
             open extend maint-log-file
             if ws-maint-status is not equal to "00" and
                  ws-maint-status is not equal to "05"
               close maint-log-file
               open output maint-log-file
             end-if
             if ws-maint-status is equal to "00"
               move ws-maint-line to maint-log-record
               write maint-log-record
               close maint-log-file
             end-if
           end-if
           move "Y" to sensor-fault(sensor-idx)
           .

      *> Captures a push the dashboard never received to the spool
      *> file, one line per push: timestamp, the POST data, and
      *> the target URL, so the pushfwd program can deliver it
      *> interval, after every active sensor has updated its own
      *> sensor-alarm flag in sample-one-sensor, so an earlier
      *> sensor's alarm can never be silently overruled by a later
      *> sensor's in-range reading in the same interval. A sensor
      *> faulted this interval has no reading and is passed over.
       update-alarm-pin.
           move "N" to alarm-active
           perform varying sensor-idx from 1 by 1 until sensor-idx > 4
             if sensor-is-active(sensor-idx)
                and sensor-alarm-is-active(sensor-idx)
                and not sensor-is-faulted(sensor-idx)
               move "Y" to alarm-active
             end-if
           end-perform
      *> Performed once per sampling interval, after every active
      *> sensor has had a chance to update alarm-active.
       check-composite-alarm.
           if door-count is equal to zero
             move spaces to ws-switch-state
             open input switch-state-file
             if ws-swst-status is equal to "00"
               read switch-state-file
                 at end move spaces to switch-state-record
               end-read
               move switch-state-record to ws-switch-state
               close switch-state-file
             end-if

             if alarm-is-active and ws-switch-state = "LOW "
               move "Y" to composite-active
             else
               move "N" to composite-active
             end-if
           else
             perform check-door-composite
           end-if

      *>   composite-alarm-pin is toggled off composite-was-on, not
               move "TMP102"     to SE-SOURCE
               move "COMPOSITE"  to SE-EVENT-TYPE
               move "ALARM"      to SE-VALUE
               move composite-door to SE-VALUE(7:8)
               move ws-operator  to SE-OPERATOR
               move ws-station   to SE-STATION
               write sensor-event-record
               perform judge-composite-suppression
             end-if
           else
             if composite-pin-is-on
               move "TMP102"     to SE-SOURCE
               move "COMPOSITE"  to SE-EVENT-TYPE
               move "CLEAR"      to SE-VALUE
               move composite-door to SE-VALUE(7:8)
               move spaces       to composite-door
               move ws-operator  to SE-OPERATOR
               move ws-station   to SE-STATION
               write sensor-event-record
             end-if
           end-if
           .

      *> A composite alarm just raised: gather the labels behind
      *> it and, when a maintenance window covers every one of
      *> them, follow the ALARM with a SUPPRESSED event per label
      *> carrying the same timestamp.
       judge-composite-suppression.
           move zero to supp-count
           perform varying sensor-idx from 1 by 1 until sensor-idx > 4
             if sensor-is-active(sensor-idx)
                and sensor-alarm-is-active(sensor-idx)
                and not sensor-is-faulted(sensor-idx)
               perform set-sensor-tag
               if door-count is equal to zero
                 move "Y" to ws-behind-door
               else
                 perform check-label-behind-door
               end-if
               if label-is-behind-door and supp-count < 4
                 add 1 to supp-count
                 move sensor-tag to supp-label(supp-count)
               end-if
             end-if
           end-perform
           if supp-count is not equal to zero
             perform suppress-if-covered
           end-if
           .

      *> Every gathered label covered by a window in force now:
      *> one SUPPRESSED event per label.
       suppress-if-covered.
           move ws-timestamp(1:12) to ws-now-minute
           move "Y" to ws-all-covered
           open input window-file
           if ws-win-status is not equal to "00"
             move "N" to ws-all-covered
           else
             perform varying supp-idx from 1 by 1
                       until supp-idx > supp-count
               perform check-label-window
               if not label-is-covered
                 move "N" to ws-all-covered
               end-if
             end-perform
             close window-file
           end-if

           if all-are-covered
             perform varying supp-idx from 1 by 1
                       until supp-idx > supp-count
               move spaces       to sensor-event-record
               move ws-timestamp to SE-TIMESTAMP
               move "TMP102"     to SE-SOURCE
               move "SUPPRESSED" to SE-EVENT-TYPE
               move supp-label(supp-idx) to SE-VALUE
               move ws-operator  to SE-OPERATOR
               move ws-station   to SE-STATION
               write sensor-event-record
               display "tmp102: composite alarm on "
                       function trim(supp-label(supp-idx))
                       " is inside a maintenance window, "
                       "suppressed"
             end-perform
           end-if
           .

      *> Is the label in sensor-tag served by a door reading LOW?
       check-label-behind-door.
           move "N" to ws-behind-door
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             if door-state(door-idx) is equal to "LOW "
               perform varying rack-idx from 1 by 1
                         until rack-idx > 4
                 if door-rack(door-idx, rack-idx) is equal to
                      sensor-tag
                   move "Y" to ws-behind-door
                 end-if
               end-perform
             end-if
           end-perform
           .

      *> Walks this station's windows for one that is in force
      *> at ws-now-minute and names supp-label(supp-idx) or the
      *> whole station.
       check-label-window.
           move "N" to ws-label-covered
           move spaces to MAINT-WINDOW-RECORD
           move ws-station to MW-STATION
           move low-values to MW-START MW-LABEL
           move "N" to ws-win-done
           start window-file key is greater than MW-KEY
             invalid key set win-scan-is-done to true
           end-start
           perform until win-scan-is-done
             read window-file next
               at end set win-scan-is-done to true
               not at end
                 if MW-STATION is not equal to ws-station or
                      MW-START > ws-now-minute
                   set win-scan-is-done to true
                 else
                   if MW-STATUS is equal to "A" and
                        MW-END > ws-now-minute and
                        (MW-LABEL is equal to supp-label(supp-idx)
                         or MW-LABEL is equal to "*")
                     set label-is-covered to true
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> Loads READSW_DOORS.CFG, the same file readsw polls its
      *> doors from: label, pin and debounce (readsw's business),
      *> then the rack labels the door serves. A missing file
      *> leaves door-count at zero and the single switch applies.
       load-door-table.
           move zero to door-count
           open input door-control-file
           if ws-doors-status is equal to "00"
             perform until doors-scan-is-done
               read door-control-file
                 at end set doors-scan-is-done to true
                 not at end
                   move spaces to door-cfg-label door-cfg-pin-x
                                  door-cfg-deb-x door-cfg-rack(1)
                                  door-cfg-rack(2) door-cfg-rack(3)
                                  door-cfg-rack(4)
                   unstring door-control-record delimited by ","
                     into door-cfg-label door-cfg-pin-x
                          door-cfg-deb-x door-cfg-rack(1)
                          door-cfg-rack(2) door-cfg-rack(3)
                          door-cfg-rack(4)
                   end-unstring
                   if door-cfg-label is not equal to spaces and
                        door-cfg-label(1:1) is not equal to "*" and
                        function test-numval(door-cfg-pin-x) = 0 and
                        door-count < 4
                     add 1 to door-count
                     move door-cfg-label to door-label(door-count)
                     perform varying rack-idx from 1 by 1
                               until rack-idx > 4
                       move door-cfg-rack(rack-idx)
                         to door-rack(door-count, rack-idx)
                     end-perform
                   end-if
               end-read
             end-perform
             close door-control-file
             display "tmp102: composite alarm pairs racks with "
                     door-count " door(s) from readsw_doors.cfg"
           end-if
           .

      *> Per-door composite: each door's state from readsw's
      *> SWITCH_DOORS.DAT (a door with no line there, or no file,
      *> reads as not LOW), then any active, unfaulted sensor in
      *> alarm whose label a LOW door serves raises the composite.
      *> The first such door is remembered for the ALARM event;
      *> an already-active composite keeps the door it started on.
       check-door-composite.
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             move spaces to door-state(door-idx)
           end-perform
           open input door-state-file
           if ws-dsst-status is equal to "00"
             move "N" to ws-dsst-done
             perform until dsst-scan-is-done
               read door-state-file
                 at end set dsst-scan-is-done to true
                 not at end
                   move spaces to dsst-label dsst-state
                   unstring door-state-record delimited by ","
                     into dsst-label dsst-state
                   end-unstring
                   perform varying door-idx from 1 by 1
                             until door-idx > door-count
                     if door-label(door-idx) is equal to dsst-label
                       move dsst-state to door-state(door-idx)
                     end-if
                   end-perform
               end-read
             end-perform
             close door-state-file
           end-if

           move "N" to composite-active
           perform varying sensor-idx from 1 by 1 until sensor-idx > 4
             if sensor-is-active(sensor-idx)
                and sensor-alarm-is-active(sensor-idx)
                and not sensor-is-faulted(sensor-idx)
                and sensor-label(sensor-idx) is not equal to spaces
               perform varying door-idx from 1 by 1
                         until door-idx > door-count
                 if door-state(door-idx) is equal to "LOW "
                   perform varying rack-idx from 1 by 1
                             until rack-idx > 4
                     if door-rack(door-idx, rack-idx) is equal to
                          sensor-label(sensor-idx)
                       if not composite-is-active
                         move "Y" to composite-active
                         if not composite-pin-is-on
                           move door-label(door-idx)
                             to composite-door
                         end-if
                       end-if
                     end-if
                   end-perform
                 end-if
               end-perform
             end-if
           end-perform
           .
       end program tmp102.
