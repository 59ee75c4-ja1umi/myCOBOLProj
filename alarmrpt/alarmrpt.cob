      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Alarm incident and duration report.
      *>
      *> Totals close the report: incident count, the longest
      *> incident, and total time in alarm.
      *>
      *> With more than one door on readsw, tmp102 writes the door
      *> that raised each composite after the state (ALARM
      *> DOOR-A). Each incident line then names its door, and the
      *> totals are followed by one line per door: incidents,
      *> longest and time in alarm. Incidents from before the
      *> doors were labelled are counted under (NO DOOR); a log
      *> with no labelled door at all reports as it always did.
      *>
      *> An incident tmp102 raised inside a planned maintenance
      *> window (a SUPPRESSED event per covered label at the
      *> alarm's own stamp, see the maintwin program) is still
      *> reported in full - it was a real excursion - with a
      *> second line naming the suppressed labels and the window's
      *> reason and approver from MAINT_WINDOW.DAT. The totals
      *> then show suppressed incidents and their time in alarm on
      *> a line of their own, and the time in alarm outside any
      *> window, so nothing is hidden from an auditor.
      *>
      *> The report is appended to ALARMRPT.RPT and echoed to the
      *> console.
      *>
           select alarm-report-file assign to "alarmrpt.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.

       data division.
       file section.
       01  schedule-record     pic x(40).
       fd  alarm-report-file.
       01  alarm-report-record pic x(130).
       fd  window-file.
           copy mntwindow.

       working-storage section.

       01 edited-incident   pic ZZZ9.
       01 edited-spurious   pic ZZZ9.

      *> per-door incident totals, from the door tmp102 wrote after
      *> ALARM; the door of the incident now open is ws-open-door.
       01 ws-open-door      pic x(8)  value spaces.
       01 door-bank.
         05 door-entry occurs 8 times.
           10 door-name       pic x(9).
           10 door-incidents  pic 9(4).
           10 door-longest    pic 9(7).
           10 door-total-secs pic 9(7).
       01 door-count        pic 9     value zero.
       01 door-idx          pic 9.
       01 ws-door-key       pic x(9).
       01 ws-door-tagged    pic x     value "N".
         88 some-door-is-tagged       value "Y".
       01 ws-door-text      pic x(15).

      *> maintenance-window suppression: whether the incident now
      *> open was raised inside a window, for which labels, and
      *> the window that covered it.
       01 ws-open-supp      pic x     value "N".
         88 open-is-suppressed        value "Y".
       01 ws-supp-labels    pic x(40).
       01 ws-supp-pos       pic 99.
       01 ws-supp-station   pic x(8).
       01 ws-supp-first     pic x(8).
       01 ws-supp-incidents pic 9(4)  value zero.
       01 ws-supp-secs      pic 9(7)  value zero.
       01 ws-outside-secs   pic 9(7).
       01 ws-win-status     pic xx.
       01 ws-win-done       pic x.
         88 win-scan-is-done          value "Y".
       01 ws-win-minute     pic x(12).
       01 ws-win-found      pic x.
         88 window-is-found           value "Y".
       01 ws-win-reason     pic x(40).
       01 ws-win-approver   pic x(8).

      *> timestamp-to-seconds housekeeping
       01 ws-ts-work        pic x(16).
       01 ws-ts-date        pic 9(8).
       if alarm-is-open
         add 1 to ws-incident-no
         move ws-incident-no to edited-incident
         perform set-door-text
         move spaces to ws-rpt-line
         string "  INCIDENT " delimited by size
                edited-incident delimited by size
                ws-open-stamp delimited by size
                " STILL OPEN AT END OF LOG (ONGOING)"
                              delimited by size
                ws-door-text  delimited by "  "
                " OUT-OF-RANGE: " delimited by size
                function trim(ws-out-of-range)
                                 delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
         if open-is-suppressed
           perform put-suppression-line
         end-if
       end-if

       perform put-totals
                 if not alarm-is-open
                   set alarm-is-open to true
                   move SE-TIMESTAMP(1:16) to ws-open-stamp
                   move SE-VALUE(7:8)      to ws-open-door
                   move "N"    to ws-open-supp
                   move spaces to ws-supp-labels
                   move 1      to ws-supp-pos
                   if ws-open-door is not equal to spaces
                     set some-door-is-tagged to true
                   end-if
                   move SE-TIMESTAMP(1:16) to ws-ts-work
                   perform stamp-to-seconds
                   move ws-stamp-secs to ws-open-secs
                 end-if
             end-evaluate
           end-if
      *>   tmp102 follows an ALARM raised inside a maintenance
      *>   window with a SUPPRESSED event per label, same stamp.
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "SUPPRESSED" and
                alarm-is-open and
                SE-TIMESTAMP(1:16) is equal to ws-open-stamp
             if not open-is-suppressed
               set open-is-suppressed to true
               move SE-STATION    to ws-supp-station
               move SE-VALUE(1:8) to ws-supp-first
             end-if
             string " "           delimited by size
                    function trim(SE-VALUE(1:8))
                                  delimited by size
                    into ws-supp-labels
                    with pointer ws-supp-pos
             end-string
           end-if
           .

      *> Parses one TMP102_SCHED.DAT line into the next window
           if ws-duration > ws-longest
             move ws-duration to ws-longest
           end-if
           perform charge-door-incident
           move ws-duration to ws-dur-rem
           perform format-duration
           move ws-incident-no to edited-incident
           perform set-door-text
           move spaces to ws-rpt-line
           string "  INCIDENT " delimited by size
                  edited-incident delimited by size
                  ws-open-stamp delimited by size
                  " DURATION "  delimited by size
                  ws-dur-text   delimited by size
                  ws-door-text  delimited by "  "
                  " OUT-OF-RANGE: " delimited by size
                  function trim(ws-out-of-range)
                                   delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if open-is-suppressed
             add 1 to ws-supp-incidents
             add ws-duration to ws-supp-secs
             perform put-suppression-line
           end-if
           .

      *> The line under a suppressed incident: the labels the
      *> window covered, and the window's reason and approver.
       put-suppression-line.
           perform find-suppressing-window
           move spaces to ws-rpt-line
           if window-is-found
             string "      SUPPRESSED:" delimited by size
                    ws-supp-labels      delimited by "  "
                    " WINDOW "          delimited by size
                    function trim(ws-win-reason)
                                        delimited by size
                    " APPROVED BY "     delimited by size
                    ws-win-approver     delimited by space
                    into ws-rpt-line
             end-string
           else
             string "      SUPPRESSED:" delimited by size
                    ws-supp-labels      delimited by "  "
                    " (WINDOW NO LONGER ON FILE)"
                                        delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

      *> The window that covered the incident's first suppressed
      *> label (or the whole station) at the minute it opened.
       find-suppressing-window.
           move "N" to ws-win-found
           move ws-open-stamp(1:12) to ws-win-minute
           open input window-file
           if ws-win-status is equal to "00"
             move spaces to MAINT-WINDOW-RECORD
             move ws-supp-station to MW-STATION
             move low-values to MW-START MW-LABEL
             move "N" to ws-win-done
             start window-file key is greater than MW-KEY
               invalid key set win-scan-is-done to true
             end-start
             perform until win-scan-is-done
               read window-file next
                 at end set win-scan-is-done to true
                 not at end
                   if MW-STATION is not equal to ws-supp-station or
                        MW-START > ws-win-minute
                     set win-scan-is-done to true
                   else
                     if MW-STATUS is equal to "A" and
                          MW-END > ws-win-minute and
                          (MW-LABEL is equal to ws-supp-first
                           or MW-LABEL is equal to "*")
                       set window-is-found to true
                       move MW-REASON   to ws-win-reason
                       move MW-APPROVER to ws-win-approver
                     end-if
                   end-if
               end-read
             end-perform
             close window-file
           end-if
           .

      *> " DOOR=label" for the incident line when the ALARM named
      *> its door, nothing otherwise.
       set-door-text.
           move spaces to ws-door-text
           if ws-open-door is not equal to spaces
             string " DOOR="      delimited by size
                    ws-open-door  delimited by space
                    into ws-door-text
             end-string
           end-if
           .

      *> Adds the closed incident to its door's totals; one with no
      *> door named goes under (NO DOOR).
       charge-door-incident.
           if ws-open-door is equal to spaces
             move "(NO DOOR)" to ws-door-key
           else
             move ws-open-door to ws-door-key
           end-if
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
                        or door-name(door-idx) = ws-door-key
             continue
           end-perform
           if door-idx > door-count
             if door-count < 8
               add 1 to door-count
               move door-count to door-idx
               move ws-door-key to door-name(door-idx)
               move zero to door-incidents(door-idx)
                            door-longest(door-idx)
                            door-total-secs(door-idx)
             else
               move door-count to door-idx
             end-if
           end-if
           add 1 to door-incidents(door-idx)
           add ws-duration to door-total-secs(door-idx)
           if ws-duration > door-longest(door-idx)
             move ws-duration to door-longest(door-idx)
           end-if
           .

      *> HHHH:MM:SS out of ws-dur-rem seconds into ws-dur-text.
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ws-supp-incidents is not equal to zero
             move ws-supp-incidents to edited-incident
             move ws-supp-secs to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "  SUPPRESSED (MAINTENANCE WINDOW) INCIDENTS="
                                  delimited by size
                    edited-incident delimited by size
                    " TIME-IN-ALARM=" delimited by size
                    ws-dur-text     delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             compute ws-outside-secs = ws-total-secs - ws-supp-secs
             move ws-outside-secs to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "  OUTSIDE MAINTENANCE WINDOWS TIME-IN-ALARM="
                                  delimited by size
                    ws-dur-text     delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           if ws-spurious-clear is not equal to zero
             move ws-spurious-clear to edited-spurious
             move spaces to ws-rpt-line
             end-string
             perform put-report-line
           end-if
           if some-door-is-tagged
             perform varying door-idx from 1 by 1
                       until door-idx > door-count
               move door-incidents(door-idx) to edited-incident
               move door-longest(door-idx) to ws-dur-rem
               perform format-duration
               move spaces to ws-rpt-line
               string "  DOOR "       delimited by size
                      door-name(door-idx) delimited by size
                      " INCIDENTS="   delimited by size
                      edited-incident delimited by size
                      " LONGEST="     delimited by size
                      ws-dur-text     delimited by size
                      into ws-rpt-line
               end-string
               move door-total-secs(door-idx) to ws-dur-rem
               perform format-duration
               string " TOTAL-IN-ALARM=" delimited by size
                      ws-dur-text     delimited by size
                      into ws-rpt-line(60:30)
               end-string
               perform put-report-line
             end-perform
           end-if
           .
       end program alarmrpt.
