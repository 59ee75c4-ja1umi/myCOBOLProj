      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Planned maintenance window register.
      *>
      *> When a rack was emptied for defrost or a compressor was
      *> swapped, the alarm that followed was expected, but it
      *> still sounded the buzzer, walked the escalation ladder to
      *> the on-call phone and sat in the month's statement as an
      *> unexplained excursion. This program keeps the windows
      *> that say "this rack (or this whole station) is down for
      *> planned work from then until then, for this reason,
      *> approved by this operator", in MAINT_WINDOW.DAT (layout
      *> in mntwindow.cpy). The menu:
      *>
      *>   L - list the windows on file for this station, with
      *>       the ones in force right now marked
      *>   E - enter a new window: rack label (blank for the
      *>       whole station), start and end (YYYYMMDDHHMM),
      *>       reason, and the approving operator, who must be
      *>       active on the operator master
      *>   C - cancel a window that has not started yet, or end
      *>       one in force now (its end moves back to now)
      *>   Q - quit
      *>
      *> Inside a window tmp102 still alarms and still lights the
      *> pin - the excursion is real - but tags the alarm
      *> SUPPRESSED on the shared log; escalate and annunciate
      *> hold off for it, and alarmrpt, tmpstmt and handover
      *> report the suppressed time on its own line with the
      *> window's reason, so an auditor sees both the excursion
      *> and why nobody was called. Entering, cancelling and
      *> ending a window are themselves written to the shared log
      *> under MAINTWIN.
      *>
      *> The station is this Pi's id from STATION.CFG; a Pi
      *> without one keeps its windows under a blank station.
      *> On a floor where the operator master has not been built
      *> yet, the approver is taken as keyed, with a warning, the
      *> same way signon behaves.
      *>
      *> How to build this program:
      *>   cobc -x maintwin.cob -I ../copybooks
      *>
       identification division.
       program-id. maintwin.

       environment division.
       input-output section.
       file-control.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.
           select operator-file assign to "operator.dat"
               organization is indexed
               access mode is random
               record key is OM-ID
               file status is ws-oper-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.

       data division.
       file section.
       fd  window-file.
           copy mntwindow.
       fd  operator-file.
           copy opermast.
       fd  station-file.
       01  station-record        pic x(20).
       fd  sensor-event-file.
           copy sensorevt.

       working-storage section.

      *> file-status housekeeping
       01 ws-win-status     pic xx.
       01 ws-oper-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-station        pic x(8)  value spaces.

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 register-is-done          value "Y".
       01 ws-ask-label      pic x(8).
       01 ws-ask-start      pic x(12).
       01 ws-ask-end        pic x(12).
       01 ws-ask-reason     pic x(40).
       01 ws-ask-approver   pic x(8).
       01 ws-approver-ok    pic x.
         88 approver-is-ok            value "Y".
       01 ws-list-count     pic 9(4).
       01 edited-count      pic ZZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".
       01 ws-window-mark    pic x(10).

      *> the time now, as the window fields hold it
       01 ws-timestamp      pic x(21).
       01 ws-now-minute     pic x(12).

      *> shared-log event for an entered, cancelled or ended
      *> window
       01 ws-event-type     pic x(10).

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
         display "maintwin: L)IST  E)NTER  C)ANCEL OR END  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-windows
           when "E" perform enter-window
           when "C" perform cancel-window
           when "Q" set register-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       set-now-minute.
           move function current-date to ws-timestamp
           move ws-timestamp(1:12) to ws-now-minute
           .

       open-window-io.
           open i-o window-file
           if ws-win-status is equal to "35"
             open output window-file
             close window-file
             open i-o window-file
           end-if
           if ws-win-status is not equal to "00"
             display "  unable to open maint_window.dat, status "
                     ws-win-status
           end-if
           .

       list-windows.
           perform set-now-minute
           open input window-file
           if ws-win-status is not equal to "00"
             display "  no maintenance windows on file yet."
           else
             move zero to ws-list-count
             move spaces to MAINT-WINDOW-RECORD
             move ws-station to MW-STATION
             move low-values to MW-START MW-LABEL
             move "N" to ws-scan-done
             start window-file key is greater than MW-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read window-file next
                 at end set scan-is-done to true
                 not at end
                   if MW-STATION is not equal to ws-station
                     set scan-is-done to true
                   else
                     add 1 to ws-list-count
                     evaluate true
                       when MW-STATUS is equal to "C"
                         move "CANCELLED" to ws-window-mark
                       when MW-START <= ws-now-minute and
                            MW-END > ws-now-minute
                         move "IN FORCE"  to ws-window-mark
                       when MW-END <= ws-now-minute
                         move "ENDED"     to ws-window-mark
                       when other
                         move "PLANNED"   to ws-window-mark
                     end-evaluate
                     display "  " MW-LABEL " " MW-START
                             " TO " MW-END " " ws-window-mark
                     display "      " MW-REASON
                             " APPROVED BY " MW-APPROVER
                   end-if
               end-read
             end-perform
             close window-file
             move ws-list-count to edited-count
             display "  WINDOWS ON FILE: " edited-count
           end-if
           .

       enter-window.
           display "  rack label (blank = whole station): "
                   with no advancing
           accept ws-ask-label
           move function upper-case(ws-ask-label) to ws-ask-label
           if ws-ask-label is equal to spaces
             move "*" to ws-ask-label
           end-if
           display "  start (YYYYMMDDHHMM) ...............: "
                   with no advancing
           accept ws-ask-start
           display "  end (YYYYMMDDHHMM) .................: "
                   with no advancing
           accept ws-ask-end
           display "  reason ..............................: "
                   with no advancing
           accept ws-ask-reason
           move function upper-case(ws-ask-reason) to ws-ask-reason
           display "  approving operator ..................: "
                   with no advancing
           accept ws-ask-approver
           move function upper-case(ws-ask-approver)
             to ws-ask-approver
           if ws-ask-start is not numeric or
                ws-ask-end is not numeric or
                ws-ask-end <= ws-ask-start or
                ws-ask-reason is equal to spaces or
                ws-ask-approver is equal to spaces
             display "  not saved: start and end must be "
                     "YYYYMMDDHHMM with the end after the start,"
             display "  and a reason and an approver are required."
           else
             perform check-approver
             if approver-is-ok
               perform save-window
             end-if
           end-if
           .

      *> The approver must be an active operator on the master;
      *> a master that has not been built yet takes the id as
      *> keyed, with a warning, as signon does.
       check-approver.
           move "N" to ws-approver-ok
           open input operator-file
           if ws-oper-status is equal to "35"
             display "  no operator master on file, approver "
                     "not validated."
             set approver-is-ok to true
           else
             if ws-oper-status is not equal to "00"
               display "  unable to open operator.dat, status "
                       ws-oper-status ", not saved."
             else
               move ws-ask-approver to OM-ID
               read operator-file
                 key is OM-ID
                 invalid key
                   display "  " function trim(ws-ask-approver)
                           " is not on the operator master, "
                           "not saved."
                 not invalid key
                   if OM-ACTIVE is not equal to "Y"
                     display "  " function trim(ws-ask-approver)
                             " is deactivated on the operator "
                             "master, not saved."
                   else
                     set approver-is-ok to true
                   end-if
               end-read
               close operator-file
             end-if
           end-if
           .

       save-window.
           perform open-window-io
           if ws-win-status is equal to "00"
             perform set-now-minute
             move spaces          to MAINT-WINDOW-RECORD
             move ws-station      to MW-STATION
             move ws-ask-start    to MW-START
             move ws-ask-label    to MW-LABEL
             move ws-ask-end      to MW-END
             move ws-ask-reason   to MW-REASON
             move ws-ask-approver to MW-APPROVER
             move ws-timestamp(1:14) to MW-ENTERED
             move "A"             to MW-STATUS
             write MAINT-WINDOW-RECORD
               invalid key
                 display "  a window for " function trim(ws-ask-label)
                         " already starts at " ws-ask-start
                         ", not saved."
               not invalid key
                 display "  window for " function trim(ws-ask-label)
                         " saved."
                 move "WIN-OPEN" to ws-event-type
                 perform log-window-event
             end-write
             close window-file
           end-if
           .

      *> A window not yet started is cancelled outright; one in
      *> force now is ended by moving its end back to now. A
      *> window already over is left as it is - the record of
      *> what happened under it is what the reports rely on.
       cancel-window.
           display "  rack label (blank = whole station): "
                   with no advancing
           accept ws-ask-label
           move function upper-case(ws-ask-label) to ws-ask-label
           if ws-ask-label is equal to spaces
             move "*" to ws-ask-label
           end-if
           display "  start (YYYYMMDDHHMM) ...............: "
                   with no advancing
           accept ws-ask-start
           perform open-window-io
           if ws-win-status is equal to "00"
             perform set-now-minute
             move ws-station   to MW-STATION
             move ws-ask-start to MW-START
             move ws-ask-label to MW-LABEL
             read window-file
               key is MW-KEY
               invalid key
                 display "  no window for "
                         function trim(ws-ask-label)
                         " starts at " ws-ask-start "."
               not invalid key
                 evaluate true
                   when MW-STATUS is equal to "C"
                     display "  that window is already cancelled."
                   when MW-END <= ws-now-minute
                     display "  that window is already over."
                   when MW-START > ws-now-minute
                     move "C" to MW-STATUS
                     rewrite MAINT-WINDOW-RECORD
                       invalid key
                         display "  unable to update the window."
                       not invalid key
                         display "  window cancelled."
                         move "WIN-CANCEL" to ws-event-type
                         perform log-window-event
                     end-rewrite
                   when other
                     move ws-now-minute to MW-END
                     rewrite MAINT-WINDOW-RECORD
                       invalid key
                         display "  unable to update the window."
                       not invalid key
                         display "  window ended at " ws-now-minute
                                 "."
                         move "WIN-END" to ws-event-type
                         perform log-window-event
                     end-rewrite
                 end-evaluate
             end-read
             close window-file
           end-if
           .

      *> One MAINTWIN event on the shared log: the label in the
      *> value, the approver as the operator.
       log-window-event.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces        to sensor-event-record
           move ws-timestamp  to SE-TIMESTAMP
           move "MAINTWIN"    to SE-SOURCE
           move ws-event-type to SE-EVENT-TYPE
           move MW-LABEL      to SE-VALUE
           move MW-APPROVER   to SE-OPERATOR
           move ws-station    to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program maintwin.
