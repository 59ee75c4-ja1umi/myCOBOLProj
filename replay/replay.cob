      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Offline replay of recorded readings against candidate
      *> alarm settings.
      *>
      *> How to use this program:
      *>   replay [tmp102-log] [readsw-log] [candidate-cfg]
      *>          [candidate-sched] [door-map]
      *>
      *> The defaults are the live TMP102.LOG and READSW.LOG and a
      *> candidate file named TMP102_CANDIDATE.CFG (same layout as
      *> on the console, so "last month would have produced 4
      *> incidents instead of 19" is a report line, not a guess.
      *>
      *> readsw can watch up to four labelled doors, and tmp102
      *> then pairs each rack only with the doors that serve it.
      *> The fifth argument names the door map (same layout as
      *> READSW_DOORS.CFG: door-label,sw-pin,debounce-polls and
      *> the racks the door serves; default READSW_DOORS.CFG
      *> itself). With a door map, each switch-history line's
      *> DOOR= tag moves only that door's state, and the
      *> composite is replayed door by door the way tmp102 does
      *> it live: a label out of range while a door serving it
      *> reads LOW. The composite channel above is the union of
      *> the doors, and the totals add one COMPOSITE line per
      *> door. With no door map the single-switch composite is
      *> replayed exactly as before.
      *>
      *> How to build this program:
      *>   cobc -x replay.cob
      *>
           select schedule-file assign to ws-sched-name
               organization is line sequential
               file status is ws-sched-status.
           select door-control-file assign to ws-doors-name
               organization is line sequential
               file status is ws-doors-status.
           select replay-report-file assign to "replay.rpt"
               organization is line sequential
               file status is ws-rpt-status.
       01  candidate-record    pic x(200).
       fd  schedule-file.
       01  schedule-record     pic x(40).
       fd  door-control-file.
       01  door-control-record pic x(80).
       fd  replay-report-file.
       01  replay-report-record pic x(90).

       01 ws-swlog-name     pic x(40) value "readsw.log".
       01 ws-cand-name      pic x(40) value "tmp102_candidate.cfg".
       01 ws-sched-name     pic x(40) value "tmp102_sched.dat".
       01 ws-doors-name     pic x(40) value "readsw_doors.cfg".
       01 ws-arg1           pic x(40).
       01 ws-arg2           pic x(40).
       01 ws-arg3           pic x(40).
       01 ws-arg4           pic x(40).
       01 ws-arg5           pic x(40).

      *> file-status housekeeping
       01 ws-tmplog-status  pic xx.
       01 ws-swlog-status   pic xx.
       01 ws-cand-status    pic xx.
       01 ws-sched-status   pic xx.
       01 ws-doors-status   pic xx.
       01 ws-rpt-status     pic xx.

      *> candidate settings: the fields of TMP102.CFG this replay
       01 ws-sw-next-state  pic x(4).
       01 ws-sw-stop        pic x.
         88 sw-advance-is-stopped     value "Y".
       01 ws-sw-next-door   pic x(8).
       01 ws-door-junk      pic x(40).

      *> door map: the racks each labelled door serves, each
      *> door's replayed switch state, and its own composite
      *> channel, opened and closed the same way as the others.
       01 ws-doors-done     pic x     value "N".
         88 doors-scan-is-done        value "Y".
       01 door-bank.
         05 door-entry occurs 4 times.
           10 door-label      pic x(8).
           10 door-rack       pic x(8)  occurs 4 times.
           10 door-state      pic x(4).
           10 door-serves-out pic x.
             88 door-rack-is-out        value "Y".
           10 door-open-stamp pic x(16).
           10 door-open-secs  pic 9(12).
           10 door-incidents  pic 9(4).
           10 door-total-secs pic 9(7).
           10 door-longest    pic 9(7).
       01 door-count        pic 9     value zero.
       01 door-idx          pic 9.
       01 rack-idx          pic 9.
       01 door-cfg-label    pic x(8).
       01 door-cfg-pin-x    pic x(3).
       01 door-cfg-deb-x    pic x(3).
       01 door-cfg-rack     pic x(8)  occurs 4 times.
       01 edited-doors      pic 9.

      *> temperature-history scan housekeeping
       01 ws-tmp-done       pic x     value "N".
       accept ws-cmdline-arg from command-line
       if function trim(ws-cmdline-arg) is not equal to spaces
         unstring ws-cmdline-arg delimited by all " "
           into ws-arg1 ws-arg2 ws-arg3 ws-arg4 ws-arg5
         end-unstring
         if ws-arg1 is not equal to spaces
           move ws-arg1 to ws-tmplog-name
         if ws-arg4 is not equal to spaces
           move ws-arg4 to ws-sched-name
         end-if
         if ws-arg5 is not equal to spaces
           move ws-arg5 to ws-doors-name
         end-if
       end-if

      *> The candidate settings are the whole point; refuse to
         close schedule-file
       end-if

      *> The door map, if one is present; without it the switch
      *> history drives the single-switch composite as before.
       open input door-control-file
       if ws-doors-status is equal to "00"
         perform until doors-scan-is-done
           read door-control-file
             at end set doors-scan-is-done to true
             not at end perform load-one-door
           end-read
         end-perform
         close door-control-file
       end-if

       open input temp-log-file
       if ws-tmplog-status is not equal to "00"
         display "replay: unable to open "
         end-string
         perform put-report-line
       end-if
       if door-count is not equal to zero
         move door-count to edited-doors
         move spaces to ws-rpt-line
         string "  DOOR MAP " delimited by size
                function trim(ws-doors-name) delimited by size
                " WITH "      delimited by size
                edited-doors  delimited by size
                " DOOR(S)"    delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       end-if

       perform until tmp-is-done
         read temp-log-file
               end-if
             else
               if ws-sw-secs <= ws-sample-secs
                 perform apply-held-transition
                 move "N" to ws-sw-have
               else
                 set sw-advance-is-stopped to true
                     perform stamp-to-seconds
                     move ws-stamp-secs to ws-sw-secs
                     move ws-line-rest(1:4) to ws-sw-next-state
                     move spaces to ws-door-junk ws-sw-next-door
                     unstring ws-line-rest delimited by "DOOR="
                       into ws-door-junk ws-sw-next-door
                     end-unstring
                     move "Y" to ws-sw-have
                   end-if
                 end-if
             end-if
           end-if

      *>   with a door map the composite is the union of the
      *>   doors' own composites; without one, the single switch.
           move "N" to composite-state
           if composite-is-enabled
             if door-count is equal to zero
               if temp-alarm-is-on and
                    ws-switch-state is equal to "LOW "
                 move "Y" to composite-state
               end-if
             else
               perform evaluate-door-composites
             end-if
           end-if
           if composite-is-on
             if comp-open-stamp is equal to spaces
               move ws-log-line(1:16) to comp-open-stamp
               move ws-sample-secs    to comp-open-secs
             end-if
           else
             if comp-open-stamp is not equal to spaces
               perform close-comp-incident
             end-if
           end-if
           .

      *> Each door's own composite: LOW, and a label it serves out
      *> of range. A door opening or closing its channel opens or
      *> closes its own incident; any door on turns the overall
      *> composite on.
       evaluate-door-composites.
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             move "N" to door-serves-out(door-idx)
             if door-state(door-idx) is equal to "LOW "
               perform varying lt-idx from 1 by 1 until lt-idx > 8
                 if lt-label(lt-idx) is not equal to spaces and
                      label-is-out(lt-idx)
                   perform varying rack-idx from 1 by 1
                             until rack-idx > 4
                     if door-rack(door-idx, rack-idx) is equal to
                          lt-label(lt-idx)
                       move "Y" to door-serves-out(door-idx)
                     end-if
                   end-perform
                 end-if
               end-perform
             end-if
             if door-rack-is-out(door-idx)
               move "Y" to composite-state
               if door-open-stamp(door-idx) is equal to spaces
                 move ws-log-line(1:16) to door-open-stamp(door-idx)
                 move ws-sample-secs    to door-open-secs(door-idx)
               end-if
             else
               if door-open-stamp(door-idx) is not equal to spaces
                 perform close-door-incident
               end-if
             end-if
           end-perform
           .

       close-door-incident.
           add 1 to door-incidents(door-idx)
           if ws-sample-secs >= door-open-secs(door-idx)
             compute ws-duration =
               ws-sample-secs - door-open-secs(door-idx)
           else
             move zero to ws-duration
           end-if
           add ws-duration to door-total-secs(door-idx)
           if ws-duration > door-longest(door-idx)
             move ws-duration to door-longest(door-idx)
           end-if
           move spaces to door-open-stamp(door-idx)
           .

      *> Parses one door-map line: label, pin and debounce (not
      *> needed here), then the racks the door serves. A blank
      *> label or a pin that doesn't parse skips the line.
       load-one-door.
           move spaces to door-cfg-label door-cfg-pin-x door-cfg-deb-x
                          door-cfg-rack(1) door-cfg-rack(2)
                          door-cfg-rack(3) door-cfg-rack(4)
           unstring door-control-record delimited by ","
             into door-cfg-label door-cfg-pin-x door-cfg-deb-x
                  door-cfg-rack(1) door-cfg-rack(2)
                  door-cfg-rack(3) door-cfg-rack(4)
           end-unstring
           if door-cfg-label is not equal to spaces and
                door-cfg-label(1:1) is not equal to "*" and
                function test-numval(door-cfg-pin-x) = 0 and
                door-count < 4
             add 1 to door-count
             move door-cfg-label to door-label(door-count)
             perform varying rack-idx from 1 by 1 until rack-idx > 4
               move door-cfg-rack(rack-idx)
                 to door-rack(door-count, rack-idx)
             end-perform
             move spaces to door-state(door-count)
                            door-open-stamp(door-count)
             move "N" to door-serves-out(door-count)
             move zero to door-incidents(door-count)
                          door-total-secs(door-count)
                          door-longest(door-count)
           end-if
           .

      *> The held switch-history line takes effect: with a door
      *> map a tagged line moves only its own door; an untagged
      *> line, or no door map, moves the single switch state.
       apply-held-transition.
           if door-count is equal to zero or
                ws-sw-next-door is equal to spaces
             move ws-sw-next-state to ws-switch-state
           else
             perform varying door-idx from 1 by 1
                       until door-idx > door-count
               if door-label(door-idx) is equal to ws-sw-next-door
                 move ws-sw-next-state to door-state(door-idx)
               end-if
             end-perform
           end-if
           .

       close-temp-incident.
           add 1 to temp-incidents
           if ws-sample-secs >= temp-open-secs
                  into ws-rpt-line
           end-string
           perform put-report-line

      *>   one line per mapped door; a door still alarmed at end of
      *>   history counts its ongoing incident, as above.
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             if door-open-stamp(door-idx) is not equal to spaces
               add 1 to door-incidents(door-idx)
             end-if
             move door-incidents(door-idx) to edited-incidents
             move door-longest(door-idx) to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "  COMPOSITE DOOR=" delimited by size
                    door-label(door-idx) delimited by size
                    " INCIDENTS="       delimited by size
                    edited-incidents    delimited by size
                    " LONGEST="         delimited by size
                    ws-dur-text         delimited by size
                    into ws-rpt-line
             end-string
             move door-total-secs(door-idx) to ws-dur-rem
             perform format-duration
             string " TOTAL="           delimited by size
                    ws-dur-text         delimited by size
                    into ws-rpt-line(64:20)
             end-string
             perform put-report-line
           end-perform
           .

       format-duration.
