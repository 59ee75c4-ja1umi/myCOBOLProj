      *> Author: JA1UMI
      *> Date started: April 23, 2017
      *> Date updated: October 15, 2026
      *>
      *> Reads the status of GPIO pin (GPIO number 18) and
      *> turns the GPIO pin for the corresponding LED
      *> crashed run looks exactly like a night where nobody touched
      *> the switch.
      *>
      *> The plant room has more than one door, each in front of
      *> different racks, so up to four labelled switch inputs can
      *> be named in the optional control file READSW_DOORS.CFG,
      *> one line per door, comma-separated:
      *>   door-label,sw-pin,debounce-polls,rack1,rack2,rack3,rack4
      *> (e.g. DOOR-A,18,3,RACK-A,RACK-B). Every door is polled on
      *> every pass, and a change of level only counts as a
      *> transition once it has held for that door's own
      *> debounce-polls polls. Each transition on READSW.LOG then
      *> carries DOOR=label after the state, the shared-log
      *> SW-XSITION value carries the label after the state, the
      *> dashboard push carries door=label, and the switch-health
      *> warning names the door as well as its SW-PIN. Alongside
      *> SWITCH_STATE.DAT (still one line: LOW while ANY door is
      *> open, for the programs that only want to know that), the
      *> per-door snapshot SWITCH_DOORS.DAT holds one line per
      *> door (label,state,pin) so tmp102 can combine each rack's
      *> temperature with the door that actually serves it. The
      *> rack columns are for tmp102, replay and the door reports;
      *> this program only polls. Without READSW_DOORS.CFG the
      *> single READSW.CFG sw-pin is polled, unlabelled and
      *> undebounced, exactly as before.
      *>
      *> How to build this program:
      *>   gcc -c fn_getch.c
      *>   cobc -x readsw.cob fn_getch.o -lpthread -lrt -lpigpio
           select push-spool-file assign to "push_spool.dat"
               organization is line sequential
               file status is ws-spool-status.
           select door-control-file assign to "readsw_doors.cfg"
               organization is line sequential
               file status is ws-doors-status.
           select door-state-file assign to "switch_doors.dat"
               organization is line sequential
               file status is ws-dsst-status.

       data division.
       file section.
       fd  switch-log-file.
       01  switch-log-record    pic x(60).
       fd  maint-log-file.
       01  maint-log-record     pic x(100).
       fd  sensor-event-file.
           copy sensorevt.
       fd  switch-state-file.
       01  station-record        pic x(20).
       fd  push-spool-file.
       01  push-spool-record     pic x(200).
       fd  door-control-file.
       01  door-control-record   pic x(80).
       fd  door-state-file.
       01  door-state-record     pic x(20).

       working-storage section.


      *> switch transition audit log housekeeping
       01 ws-log-status  pic xx.
       01 ws-timestamp   pic x(21).
       01 ws-log-line    pic x(60).

      *> debounce / switch-health housekeeping
       01 ws-maint-status  pic xx.
       01 ws-poll-count    pic 9(4)  value zero.
       01 ws-maint-line    pic x(100).

      *> gpioInitialise retry/backoff housekeeping
       01 ws-init-retries  pic 9     value zero.
       01 ws-stn-status    pic xx.
       01 ws-station       pic x(8)  value spaces.

      *> multi-door housekeeping: up to four labelled switch inputs
      *> from READSW_DOORS.CFG, each with its own debounce count.
      *> door-stat is the level last accepted as a transition,
      *> door-cand-stat/door-cand-polls the level waiting out its
      *> debounce, and door-raw-last the level seen on the last
      *> poll, which is what the switch-health window counts.
      *> Without the doors file, door 1 is the single READSW.CFG
      *> sw-pin, unlabelled, with a debounce of one poll.
       01 ws-doors-status  pic xx.
       01 ws-doors-done    pic x     value "N".
         88 doors-scan-is-done       value "Y".
       01 ws-doors-labelled pic x    value "N".
         88 doors-are-labelled       value "Y".
       01 ws-dsst-status   pic xx.
       01 door-cfg-label   pic x(8).
       01 door-cfg-pin-x   pic x(3).
       01 door-cfg-deb-x   pic x(3).
       01 door-bank.
         05 door-entry occurs 4 times.
           10 door-label      pic x(8)  value spaces.
           10 door-pin        pic 99    value zero.
           10 door-debounce   pic 99    value 1.
           10 door-stat       usage binary-long signed value -1.
           10 door-cand-stat  usage binary-long signed value -1.
           10 door-cand-polls pic 99    value zero.
           10 door-raw-last   usage binary-long signed value -1.
           10 door-flip-count pic 9(4)  value zero.
           10 door-state-text pic x(4)  value spaces.
       01 door-count       pic 9     value zero.
       01 door-idx         pic 9.
       01 snap-idx         pic 9.
       01 ws-any-door-low  pic x     value "N".
         88 any-door-is-low          value "Y".
       01 ws-door-line     pic x(20).

       procedure division.
      *> A Pi without network can boot with its clock reset, and
      *> this program stamps function current-date into every
         close switch-control-file
       end-if

      *> Load the labelled doors, if READSW_DOORS.CFG is present;
      *> otherwise the one sw-pin above is polled as door 1.
       perform load-door-table

      *> Pick up who is on shift, so every shared-log event below
      *> carries the operator. Absent or empty, the stamp stays
      *> blank. Re-read at every heartbeat, so a shift handover
      *> GPIO mode is typically 0 (PI_INPUT) for input or
      *> 1 (PI_OUTPUT) for output.
         call 'gpioSetMode' using by value led-pin by value PI_OUTPUT
      *> Initialises every door's pin as an input with pull-up
      *> enabled
         perform varying door-idx from 1 by 1
                   until door-idx > door-count
           call 'gpioSetMode' using
                  by value door-pin(door-idx) by value PI_INPUT
           call 'gpioSetPullUpDown' using
                  by value door-pin(door-idx) by value PI_PUD_UP
           end-call
         end-perform

      *> Open the transaction log; EXTEND appends to an existing
      *> file or creates a fresh one on the first run of the shift.
             close stop-flag-file
           end-if

      *>   Poll every door; a door whose new level has held for
      *>   its debounce count is logged as a transition.
           move "N" to ws-any-door-low
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             perform poll-one-door
             if door-state-text(door-idx) is equal to "LOW "
               move "Y" to ws-any-door-low
             end-if
           end-perform

      *>   Remember that the sw-pins are pulled-up, so LOW means
      *>   a door is open. Sets the GPIO level for the specified
      *>   Broadcom-numbered GPIO pin.
      *>   Level is 0 (PI_OFF) for logical low-level or
      *>   1 (PI_ON) for logical high-level.
      *>
      *>   Turns on LED while any door is LOW, off otherwise.
           if any-door-is-low
             call 'gpioWrite'   using by value led-pin by value PI_ON
           else
             call 'gpioWrite'   using by value led-pin by value PI_OFF
           end-if

      *>   Every HEARTBEAT-POLLS polls, drop a HEARTBEAT on the
             write sensor-event-record
           end-if

      *>   Every window-polls polls, check whether any switch
      *>   flipped state more often than a healthy switch should,
      *>   and reset the window.
           add 1 to ws-poll-count
           if ws-poll-count is greater than or equal to window-polls
             perform varying door-idx from 1 by 1
                       until door-idx > door-count
               perform check-door-flips
             end-perform
             move zero to ws-poll-count
           end-if

      *>   Check if a key was pressed.
             close onshift-file
           end-if
           .
      *> Loads READSW_DOORS.CFG: one line per door, label, pin,
      *> debounce polls, then the racks it serves (read by tmp102,
      *> not here). A blank label or a pin that doesn't parse
      *> skips the line; a missing or zero debounce means one
      *> poll. With no usable line, door 1 is the READSW.CFG
      *> sw-pin, unlabelled, as before.
       load-door-table.
           move zero to door-count
           open input door-control-file
           if ws-doors-status is equal to "00"
             move "N" to ws-doors-done
             perform until doors-scan-is-done
               read door-control-file
                 at end set doors-scan-is-done to true
                 not at end
                   move spaces to door-cfg-label door-cfg-pin-x
                                  door-cfg-deb-x
                   unstring door-control-record delimited by ","
                     into door-cfg-label door-cfg-pin-x
                          door-cfg-deb-x
                   end-unstring
                   if door-cfg-label is not equal to spaces and
                        door-cfg-label(1:1) is not equal to "*" and
                        function test-numval(door-cfg-pin-x) = 0 and
                        door-count < 4
                     add 1 to door-count
                     move door-cfg-label to door-label(door-count)
                     compute door-pin(door-count) =
                       function numval(door-cfg-pin-x)
                     move 1 to door-debounce(door-count)
                     if function test-numval(door-cfg-deb-x) = 0
                       if function numval(door-cfg-deb-x) > 0
                         compute door-debounce(door-count) =
                           function numval(door-cfg-deb-x)
                       end-if
                     end-if
                   end-if
               end-read
             end-perform
             close door-control-file
           end-if
           if door-count > 0
             set doors-are-labelled to true
           else
             move 1        to door-count
             move spaces   to door-label(1)
             move sw-pin   to door-pin(1)
             move 1        to door-debounce(1)
           end-if
           .

      *> Reads one door's pin. Every change of level counts toward
      *> the switch-health window; the change only becomes a
      *> transition once it has held for the door's debounce
      *> count, so a bounce on the contacts never reaches the log.
       poll-one-door.
           call 'gpioRead' using by value door-pin(door-idx)
                           returning stat
           if stat is not equal to door-raw-last(door-idx)
             add 1 to door-flip-count(door-idx)
             move stat to door-raw-last(door-idx)
           end-if

           if stat is equal to door-stat(door-idx)
             move zero to door-cand-polls(door-idx)
           else
             if stat is not equal to door-cand-stat(door-idx)
               move stat to door-cand-stat(door-idx)
               move zero to door-cand-polls(door-idx)
             end-if
             add 1 to door-cand-polls(door-idx)
             if door-cand-polls(door-idx) >= door-debounce(door-idx)
               move stat to door-stat(door-idx)
               move zero to door-cand-polls(door-idx)
               if stat is equal to PI_OFF
                 move "LOW " to door-state-text(door-idx)
               else
                 move "HIGH" to door-state-text(door-idx)
               end-if
               perform log-door-transition
             end-if
           end-if

           if door-state-text(door-idx) is not equal to spaces
             if doors-are-labelled
               display function trim(door-label(door-idx))
                       " pin is " door-state-text(door-idx) CR
             else
               display "Input pin is " door-state-text(door-idx) CR
             end-if
           end-if
           .

      *> One accepted transition: READSW.LOG, the shared
      *> sensor-event log, the snapshot files and the dashboard.
      *> A labelled door adds its label after the state, so
      *> everything that reads the first four characters after
      *> STATE= (or of SE-VALUE) still sees LOW or HIGH.
       log-door-transition.
           move function current-date to ws-timestamp
           move spaces to ws-log-line
           if doors-are-labelled
             string ws-timestamp       delimited by size
                    " SW-PIN="          delimited by size
                    door-pin(door-idx)  delimited by size
                    " STATE="           delimited by size
                    door-state-text(door-idx) delimited by size
                    " DOOR="            delimited by size
                    door-label(door-idx) delimited by space
                    into ws-log-line
             end-string
           else
             string ws-timestamp       delimited by size
                    " SW-PIN="          delimited by size
                    door-pin(door-idx)  delimited by size
                    " STATE="           delimited by size
                    door-state-text(door-idx) delimited by size
                    into ws-log-line
             end-string
           end-if
           move ws-log-line to switch-log-record
           write switch-log-record

      *>   also record this transition on the shared
      *>   sensor-event log. The record area is blanked first:
      *>   its filler bytes are not spaces on their own and a
      *>   line-sequential write refuses control characters.
           move spaces         to sensor-event-record
           move ws-timestamp   to SE-TIMESTAMP
           move "READSW"       to SE-SOURCE
           move "SW-XSITION"   to SE-EVENT-TYPE
           move door-state-text(door-idx) to SE-VALUE(1:4)
           if doors-are-labelled
             move door-label(door-idx) to SE-VALUE(6:8)
           end-if
           move ws-operator    to SE-OPERATOR
           move ws-station     to SE-STATION
           write sensor-event-record

           perform write-switch-snapshots

      *>   push this transition to the shop's central dashboard,
      *>   if one has been named in the control file. A failed
      *>   or unreachable curl is still not treated as an error
      *>   - the transition is already safely on disk above -
      *>   but the push is captured to the spool for the pushfwd
      *>   program so the dashboard backfills after the outage.
           if dashboard-url is not equal to spaces
             move spaces to ws-push-data
             if doors-are-labelled
               string "sw-pin="      delimited by size
                      door-pin(door-idx) delimited by size
                      "&state="      delimited by size
                      door-state-text(door-idx) delimited by size
                      "&door="       delimited by size
                      door-label(door-idx) delimited by space
                      into ws-push-data
               end-string
             else
               string "sw-pin="      delimited by size
                      door-pin(door-idx) delimited by size
                      "&state="      delimited by size
                      door-state-text(door-idx) delimited by size
                      into ws-push-data
               end-string
             end-if
             move spaces to ws-push-cmd
             string "curl -sf -m 5 -X POST -d '"
                                        delimited by size
                    function trim(ws-push-data)
                                        delimited by size
                    "' "                delimited by size
                    function trim(dashboard-url)
                                        delimited by size
                    " >/dev/null 2>&1"  delimited by size
                    into ws-push-cmd
             end-string
             move zero to return-code
             call 'SYSTEM' using ws-push-cmd
             move return-code to ws-push-rc
             move zero to return-code
             if ws-push-rc is not equal to zero
               perform spool-failed-push
             end-if
           end-if
           .

      *> Drops the current state into the small snapshot files
      *> tmp102 reads for its composite alarm: SWITCH_STATE.DAT
      *> reads LOW while any door is LOW, and, when doors are
      *> labelled, SWITCH_DOORS.DAT holds every door's own state.
      *> A door that has not settled yet counts as not LOW.
       write-switch-snapshots.
           move "HIGH" to ws-door-line
           perform varying snap-idx from 1 by 1
                     until snap-idx > door-count
             if door-state-text(snap-idx) is equal to "LOW "
               move "LOW " to ws-door-line
             end-if
           end-perform
           open output switch-state-file
           if ws-swst-status is not equal to "00"
             display "readsw: unable to open switch_state.dat, "
                     "status " ws-swst-status
                     ", composite alarm will not see this transition."
           else
             move ws-door-line(1:4) to switch-state-record
             write switch-state-record
             close switch-state-file
           end-if

           if doors-are-labelled
             open output door-state-file
             if ws-dsst-status is not equal to "00"
               display "readsw: unable to open switch_doors.dat, "
                       "status " ws-dsst-status
                       ", composite alarm will not see this transition."
             else
               perform varying snap-idx from 1 by 1
                         until snap-idx > door-count
                 move spaces to ws-door-line
                 string door-label(snap-idx)  delimited by space
                        ","                   delimited by size
                        door-state-text(snap-idx) delimited by size
                        ","                   delimited by size
                        door-pin(snap-idx)    delimited by size
                        into ws-door-line
                 end-string
                 move ws-door-line to door-state-record
                 write door-state-record
               end-perform
               close door-state-file
             end-if
           end-if
           .

      *> End of a switch-health window for one door: more flips
      *> than a healthy switch makes is an early warning on the
      *> maintenance log, under the door's SW-PIN as before.
       check-door-flips.
           if door-flip-count(door-idx) is greater than flip-threshold
             move function current-date to ws-timestamp
             move spaces to ws-maint-line
             if doors-are-labelled
               string ws-timestamp    delimited by size
                      " SW-PIN="       delimited by size
                      door-pin(door-idx) delimited by size
                      " switch may be failing - "
                                       delimited by size
                      door-flip-count(door-idx) delimited by size
                      " flips in window DOOR="
                                       delimited by size
                      door-label(door-idx) delimited by space
                      into ws-maint-line
               end-string
             else
               string ws-timestamp    delimited by size
                      " SW-PIN="       delimited by size
                      door-pin(door-idx) delimited by size
                      " switch may be failing - "
                                       delimited by size
                      door-flip-count(door-idx) delimited by size
                      " flips in window"
                                       delimited by size
                      into ws-maint-line
               end-string
             end-if
             move ws-maint-line to maint-log-record
             write maint-log-record
           end-if
           move zero to door-flip-count(door-idx)
           .
       end program readsw.
