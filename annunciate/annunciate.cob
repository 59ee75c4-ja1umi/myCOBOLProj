      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Audible annunciator with distinct cadences and quiet
      *> hours.
      *> the compiled-in cadences: COMPOSITE 5x(1 on, 1 off),
      *> JOB-SILENT 3x(1 on, 2 off), EARLY-WARN 2x(1 on, 3 off).
      *>
      *> Planned work holds the buzzer off. A COMPOSITE ALARM that
      *> tmp102 tagged SUPPRESSED (raised inside a maintenance
      *> window, see the maintwin program) stays silent while
      *> windows in MAINT_WINDOW.DAT for this station still cover
      *> every label it named, and an EARLY-WARN is silent while
      *> its own label is covered; either sounds as normal once
      *> the cover runs out with the condition still standing.
      *>
      *> The buzzer pin is the buzzer's own; no gpio.lock is
      *> taken - the lock serializes the shared LED pin, which
      *> this program never touches.
           select cadence-file assign to "annunc_cad.dat"
               organization is line sequential
               file status is ws-cad-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.

       data division.
       file section.
       01  annunc-control-record pic x(60).
       fd  cadence-file.
       01  cadence-record      pic x(40).
       fd  station-file.
       01  station-record      pic x(20).
       fd  window-file.
           copy mntwindow.

       working-storage section.

       01 ws-ack-found      pic x.
         88 ack-is-on-file            value "Y".

      *> maintenance-window housekeeping: the labels the latest
      *> COMPOSITE ALARM was suppressed for, the label of the
      *> latest EARLY-WARN, and this station's windows in force.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-win-status     pic xx.
       01 ws-win-done       pic x.
         88 win-scan-is-done          value "Y".
       01 ws-now-minute     pic x(12).
       01 supp-bank.
         05 supp-label      pic x(8)  occurs 4 times.
       01 supp-count        pic 9     value zero.
       01 supp-idx          pic 9.
       01 ws-warn-label     pic x(8)  value spaces.
       01 ws-check-label    pic x(8).
       01 ws-label-covered  pic x.
         88 label-is-covered          value "Y".
       01 ws-all-covered    pic x.
         88 all-are-covered           value "Y".

      *> quiet-hours and age arithmetic
       01 ws-hhmm           pic 9(4).
       01 ws-quiet-flag     pic x.
         close cadence-file
       end-if

      *> this Pi's station id, for its maintenance windows
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

       call 'gpioInitialise' returning result
       if result < zero
         display "annunciate: pigpio initialisation failed."
             move "N"    to cl-active(cl-idx)
             move spaces to cl-stamp(cl-idx)
           end-perform
           move zero   to supp-count
           move spaces to ws-warn-label
           open input sensor-event-file
           if ws-sevt-status is not equal to "00"
             continue
             close sensor-event-file
           end-if
           perform judge-warning-ages
           perform judge-window-holds
           .

       note-one-event.
               when "ALARM"
                 move "Y" to cl-active(1)
                 move SE-TIMESTAMP to cl-stamp(1)
                 move zero to supp-count
               when "CLEAR"
                 move "N" to cl-active(1)
             end-evaluate
           if SE-EVENT-TYPE is equal to "EARLY-WARN"
             move "Y" to cl-active(3)
             move SE-TIMESTAMP to cl-stamp(3)
             move SE-VALUE(1:8) to ws-warn-label
           end-if
      *>   tmp102 follows a suppressed ALARM with one SUPPRESSED
      *>   event per covered label, at the alarm's own stamp.
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "SUPPRESSED" and
                SE-TIMESTAMP is equal to cl-stamp(1) and
                supp-count < 4
             add 1 to supp-count
             move SE-VALUE(1:8) to supp-label(supp-count)
           end-if
           .

      *> A suppressed COMPOSITE whose labels are all still inside
      *> a window, and an EARLY-WARN whose label is, are held
      *> silent for this sweep.
       judge-window-holds.
           if (class-is-active(1) and supp-count > 0) or
                (class-is-active(3) and
                 ws-warn-label is not equal to spaces)
             move function current-date to ws-timestamp
             move ws-timestamp(1:12) to ws-now-minute
             open input window-file
             if ws-win-status is equal to "00"
               if class-is-active(1) and supp-count > 0
                 move "Y" to ws-all-covered
                 perform varying supp-idx from 1 by 1
                         until supp-idx > supp-count
                   move supp-label(supp-idx) to ws-check-label
                   perform check-label-window
                   if not label-is-covered
                     move "N" to ws-all-covered
                   end-if
                 end-perform
                 if all-are-covered
                   move "N" to cl-active(1)
                 end-if
               end-if
               if class-is-active(3) and
                    ws-warn-label is not equal to spaces
                 move ws-warn-label to ws-check-label
                 perform check-label-window
                 if label-is-covered
                   move "N" to cl-active(3)
                 end-if
               end-if
               close window-file
             end-if
           end-if
           .

      *> Walks this station's windows for one in force at
      *> ws-now-minute that names ws-check-label or the whole
      *> station.
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
                        (MW-LABEL is equal to ws-check-label
                         or MW-LABEL is equal to "*")
                     set label-is-covered to true
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> An unacked JOB-SILENT or EARLY-WARN goes quiet on its own
      *> once it ages past the warning lifetime - the condition is
      *> stale, not dealt with, and the maintenance trail still
