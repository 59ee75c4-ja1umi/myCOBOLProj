      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Incident dossier for QA deviation reports.
      *>
      *> When QA opens a deviation against a composite alarm, the
      *> story of that alarm is spread over half a dozen files:
      *> the readings and door transitions on the shared log, the
      *> band tmp102 was judging against, the acknowledgment in
      *> ALARM_ACK.DAT, the escalate program's steps, the shift
      *> notes somebody wrote about it, and the GREAT-DECISION
      *> session gdintake opened for it. Given an alarm, or a
      *> whole day, this program pulls all of that together into
      *> one page-formatted dossier per COMPOSITE ALARM, ready to
      *> print and attach to the deviation report:
      *>
      *>   - when the alarm was raised and cleared, how long it ran,
      *>     the door that raised it and any labels a maintenance
      *>     window suppressed;
      *>   - the band in force at the alarm's open time (the
      *>     TMP102_SCHED.DAT window that covered it, or the base
      *>     TMP102.CFG band), judged the same first-match way
      *>     alarmrpt and tmp102 do;
      *>   - every reading per sensor label from a lead-in before
      *>     the alarm through its CLEAR, each flagged when outside
      *>     that band, with the label's low and high over the
      *>     window;
      *>   - every SW-XSITION door transition in the same window;
      *>   - each escalation step (who was poked and when) and the
      *>     acknowledgment (who, when and the note), or a plain
      *>     NOT ACKNOWLEDGED;
      *>   - the shift-log notes whose referenced event timestamp
      *>     falls inside the window;
      *>   - the GREAT-DECISION session opened for the alarm, with
      *>     the decision taken and its recorded outcome.
      *>
      *> Each dossier closes with a signature block for the person
      *> preparing it and the QA reviewer. Pages follow the log
      *> book's geometry: 66 lines, a heading on every page naming
      *> the alarm, the station and the page number, and each
      *> incident starting on a fresh page.
      *>
      *> The lead-in comes from the control file DOSSIER.CFG (one
      *> line: minutes of readings before the alarm); 30 minutes
      *> applies when the file is missing or unreadable.
      *>
      *> How to use this program:
      *>   dossier [YYYYMMDD | YYYYMMDDHHMMSS]
      *>
      *> A date gives a dossier for every composite alarm raised
      *> that day, in dossier_YYYYMMDD.rpt; an alarm timestamp (to
      *> the second, as alarmack and escalate show it) gives the
      *> one alarm's dossier, in dossier_YYYYMMDDHHMMSS.rpt. No
      *> argument means every alarm today. Events are read from
      *> the day's archive, the day either side of it (a late roll,
      *> or a lead-in that starts before midnight) and the live
      *> SENSOR_EVENTS.LOG, so an alarm is found wherever the
      *> roller has put it.
      *>
      *> How to build this program:
      *>   cobc -x dossier.cob -I ../copybooks
      *>
       identification division.
       program-id. dossier.

       environment division.
       input-output section.
       file-control.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select dossier-control-file assign to "dossier.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select tmp-control-file assign to "tmp102.cfg"
               organization is line sequential
               file status is ws-tcfg-status.
           select schedule-file assign to "tmp102_sched.dat"
               organization is line sequential
               file status is ws-sched-status.
           select ack-file assign to "alarm_ack.dat"
               organization is line sequential
               file status is ws-ack-status.
           select shiftlog-file assign to "shiftlog.dat"
               organization is indexed
               access mode is dynamic
               record key is SL-KEY
               file status is ws-note-status.
           select history-file assign to "gdecision2017_hist.dat"
               organization is indexed
               access mode is dynamic
               record key is GDH-SESSION-NO
               file status is ws-hist-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select dossier-file assign to ws-dossier-name
               organization is line sequential
               file status is ws-doss-status.

       data division.
       file section.
       fd  sensor-event-file.
           copy sensorevt.
       fd  dossier-control-file.
       01  dossier-control-record pic x(20).
       fd  tmp-control-file.
       01  tmp-control-record  pic x(200).
       fd  schedule-file.
       01  schedule-record     pic x(40).
       fd  ack-file.
       01  ack-record          pic x(120).
       fd  shiftlog-file.
       01  SHIFTLOG-RECORD.
           05 SL-KEY.
               10 SL-TIMESTAMP pic x(21).
               10 SL-SEQ       pic 9(4).
           05 SL-OPERATOR      pic x(8).
           05 SL-EVENT-REF     pic x(21).
           05 SL-NOTE          pic x(60).
       fd  history-file.
           copy gdechist.
       fd  station-file.
       01  station-record      pic x(20).
       fd  dossier-file.
       01  dossier-record      pic x(80).

       working-storage section.

      *> line-printer page geometry, the same as the log book's
       01 PAGE-LINES        constant as 66.
       01 PAGE-BODY-LIMIT   constant as 62.

      *> what was asked for: a day, or one alarm's stamp
       01 ws-cmdline-arg    pic x(40).
       01 ws-select-key     pic x(14).
       01 ws-select-len     pic 99.
       01 ws-select-day     pic x(8).
       01 ws-dossier-name   pic x(40).

      *> file-status housekeeping
       01 ws-sevt-status    pic xx.
       01 ws-cfg-status     pic xx.
       01 ws-tcfg-status    pic xx.
       01 ws-sched-status   pic xx.
       01 ws-ack-status     pic xx.
       01 ws-note-status    pic xx.
       01 ws-hist-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-doss-status    pic xx.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> lead-in before the alarm, from DOSSIER.CFG
       01 ws-lead-minutes   pic 9(4)  value 30.
       01 ws-cfg-minutes-x  pic x(4).
       01 edited-lead       pic ZZZ9.

      *> station identity for the page heading
       01 ws-station        pic x(8)  value spaces.

      *> the logs an incident's events may sit in: the day
      *> before, the day, the day after, then the live log.
       01 ws-log-name       pic x(40).
       01 source-bank.
         05 src-name        pic x(40) occurs 4 times.
       01 src-idx           pic 9.
       01 ws-src-day        pic 9(8).
       01 ws-src-days       pic 9(7).
       01 ws-near-day       pic 9(8).

      *> threshold and label pickup from TMP102.CFG
       01 tcfg-mode         pic x.
       01 tcfg-count-x      pic x(3).
       01 tcfg-interval-x   pic x(2).
       01 tcfg-low-x        pic x(7).
       01 tcfg-high-x       pic x(7).
       01 tcfg-alarm-pin-x  pic x(2).
       01 tcfg-fahrenheit-x pic x.
       01 tcfg-s2-addr      pic x(3).
       01 tcfg-s3-addr      pic x(3).
       01 tcfg-s4-addr      pic x(3).
       01 tcfg-composite-x  pic x(2).
       01 tcfg-dashboard    pic x(80).
       01 tcfg-label1       pic x(8).
       01 tcfg-label2       pic x(8).
       01 tcfg-label3       pic x(8).
       01 tcfg-label4       pic x(8).
       01 low-threshold     pic S999V9  value -999.9.
       01 high-threshold    pic S999V9  value 999.9.
       01 slot-labels.
         05 slot-label      pic x(8)  occurs 4 times.

      *> time-of-day threshold windows from TMP102_SCHED.DAT; the
      *> TMP102.CFG band is the base band for times no window
      *> covers.
       01 ws-sched-done     pic x     value "N".
         88 sched-is-done             value "Y".
       01 schedule-bank.
         05 sched-entry occurs 8 times.
           10 sched-start     pic 9(4).
           10 sched-end       pic 9(4).
           10 sched-low       pic S999V9.
           10 sched-high      pic S999V9.
       01 sched-count       pic 9     value zero.
       01 sched-idx         pic 9.
       01 sched-start-x     pic x(4).
       01 sched-end-x       pic x(4).
       01 sched-low-x       pic x(7).
       01 sched-high-x      pic x(7).
       01 base-low-threshold  pic S999V9 value -999.9.
       01 base-high-threshold pic S999V9 value 999.9.
       01 ws-open-stamp     pic x(16).
       01 ws-band-hhmm      pic 9(4).
       01 ws-band-window    pic 9     value zero.
       01 edited-low        pic -ZZ9.9.
       01 edited-high       pic -ZZ9.9.

      *> the incidents selected: each COMPOSITE ALARM asked for,
      *> paired with the CLEAR that followed it.
       01 incident-bank.
         05 inc-entry occurs 50 times.
           10 inc-stamp       pic x(21).
           10 inc-clear       pic x(21).
           10 inc-door        pic x(8).
           10 inc-supp        pic x(40).
           10 inc-supp-pos    pic 99.
       01 inc-count         pic 99    value zero.
       01 inc-idx           pic 99.
       01 ws-pair-open      pic x     value "N".
         88 pair-is-open              value "Y".
       01 ws-pair-idx       pic 99    value zero.

      *> the events inside the incident's window: R a reading,
      *> S a door transition, E an escalation step.
       01 window-bank.
         05 wv-entry occurs 2000 times.
           10 wv-kind         pic x.
           10 wv-stamp        pic x(21).
           10 wv-slot         pic 9.
           10 wv-value        pic x(15).
           10 wv-operator     pic x(8).
       01 wv-count          pic 9(4)  value zero.
       01 wv-idx            pic 9(4).
       01 ws-wv-full        pic x     value "N".
         88 window-is-full            value "Y".
       01 ws-from-secs      pic 9(12).
       01 ws-to-secs        pic 9(12).
       01 ws-alarm-secs     pic 9(12).
       01 ws-clear-secs     pic 9(12).
       01 ws-slot-digit     pic x.
       01 ss-idx            pic 9.

      *> per-label reading summary
       01 ws-reading        pic S999V999.
       01 ws-label-low      pic S999V999.
       01 ws-label-high     pic S999V999.
       01 ws-label-count    pic 9(4).
       01 ws-label-outside  pic 9(4).
       01 ws-section-count  pic 9(4).
       01 edited-reading    pic -ZZ9.999.
       01 edited-count      pic ZZZ9.
       01 edited-outside    pic ZZZ9.
       01 edited-label-high pic -ZZ9.999.
       01 ws-band-flag      pic x(12).

      *> acknowledgment pickup from ALARM_ACK.DAT: the stamp, the
      *> operator and the ack time sit at fixed places, the note
      *> runs from position 54.
       01 ws-acked          pic x.
         88 alarm-is-acked            value "Y".

      *> shift-log and decision-history matching
       01 ws-ref-secs       pic 9(12).
       01 ws-gd-found       pic x.
         88 session-is-found          value "Y".

      *> timestamp-to-seconds housekeeping
       01 ws-ts-work        pic x(16).
       01 ws-ts-date        pic 9(8).
       01 ws-ts-hh          pic 99.
       01 ws-ts-mm          pic 99.
       01 ws-ts-ss          pic 99.
       01 ws-day-number     pic 9(7).
       01 ws-stamp-secs     pic 9(12).

      *> duration formatting: HHHH:MM:SS
       01 ws-dur-hh         pic 9(4).
       01 ws-dur-mm         pic 99.
       01 ws-dur-ss         pic 99.
       01 ws-dur-rem        pic 9(7).
       01 ws-dur-text       pic x(10).

      *> stamp formatting: YYYY-MM-DD HH:MM:SS out of ws-fmt-in
       01 ws-fmt-in         pic x(21).
       01 ws-fmt-text       pic x(19).

      *> page housekeeping
       01 ws-page-no        pic 9(3)  value zero.
       01 ws-line-no        pic 9(2)  value zero.
       01 edited-page       pic ZZ9.
       01 edited-incident   pic Z9.
       01 ws-head-stamp     pic x(19).
       01 ws-doss-line      pic x(80).
       01 ws-heading-text   pic x(80).
       01 ws-held-line      pic x(80).
       01 ws-timestamp      pic x(21).

       procedure division.
       accept ws-cmdline-arg from command-line
       move function current-date to ws-timestamp
       move spaces to ws-select-key
       if function trim(ws-cmdline-arg) is equal to spaces
         move ws-timestamp(1:8) to ws-select-key
         move 8 to ws-select-len
       else
         move function length(function trim(ws-cmdline-arg))
           to ws-select-len
         if (ws-select-len is equal to 8 or
             ws-select-len is equal to 14) and
              ws-cmdline-arg(1:ws-select-len) is numeric
           move ws-cmdline-arg(1:ws-select-len) to ws-select-key
         else
           display "dossier: give a date YYYYMMDD or an alarm "
                   "stamp YYYYMMDDHHMMSS, got "
                   function trim(ws-cmdline-arg)
           goback
         end-if
       end-if
       move ws-select-key(1:8) to ws-select-day

      *> The lead-in before each alarm, if one is configured.
       open input dossier-control-file
       if ws-cfg-status is equal to "00"
         read dossier-control-file
           at end move "10" to ws-cfg-status
         end-read
         if ws-cfg-status is equal to "00"
           move spaces to ws-cfg-minutes-x
           unstring dossier-control-record delimited by ","
                                           or space
             into ws-cfg-minutes-x
           end-unstring
           if function test-numval(ws-cfg-minutes-x) = 0
             move function numval(ws-cfg-minutes-x)
               to ws-lead-minutes
           end-if
         end-if
         close dossier-control-file
       end-if

      *> The station for the heading, if one is configured.
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

      *> Thresholds and rack labels from TMP102.CFG, and the
      *> time-of-day windows if a schedule is present, so the
      *> band printed is the one tmp102 alarmed on.
       perform load-band-config

      *> Which alarms: every COMPOSITE ALARM matching the date or
      *> stamp, each paired with the CLEAR that followed it.
       move ws-select-day to ws-src-day
       perform build-source-names
       move "N" to ws-pair-open
       move zero to ws-pair-idx
       perform varying src-idx from 2 by 1 until src-idx > 4
         move src-name(src-idx) to ws-log-name
         open input sensor-event-file
         if ws-sevt-status is equal to "00"
           move "N" to ws-scan-done
           perform until scan-is-done
             read sensor-event-file
               at end set scan-is-done to true
               not at end perform pick-one-incident
             end-read
           end-perform
           close sensor-event-file
         end-if
       end-perform

       move spaces to ws-dossier-name
       string "dossier_"    delimited by size
              ws-select-key delimited by space
              ".rpt"        delimited by size
              into ws-dossier-name
       end-string
       open output dossier-file
       if ws-doss-status is not equal to "00"
         display "dossier: unable to open "
                 function trim(ws-dossier-name)
                 ", status " ws-doss-status
         goback
       end-if

       if inc-count is equal to zero
         move spaces to ws-head-stamp
         perform start-new-page
         move spaces to ws-doss-line
         string "  NO COMPOSITE ALARM ON FILE FOR "
                                    delimited by size
                ws-select-key       delimited by space
                into ws-doss-line
         end-string
         perform put-body-line
         perform pad-out-page
       else
         perform varying inc-idx from 1 by 1
                 until inc-idx > inc-count
           perform render-one-dossier
         end-perform
       end-if
       close dossier-file
       move inc-count to edited-incident
       move ws-page-no to edited-page
       display "dossier: " function trim(ws-dossier-name)
               " rendered, " edited-incident " incident(s), "
               edited-page " page(s)."
       goback.

      *> The four candidate logs around ws-src-day: the day
      *> before's archive, the day's own, the day after's (a late
      *> roll) and the live log.
       build-source-names.
           compute ws-src-days = function integer-of-date(ws-src-day)
           compute ws-near-day =
             function date-of-integer(ws-src-days - 1)
           move spaces to src-name(1)
           string "sensor_events_" delimited by size
                  ws-near-day      delimited by size
                  ".log"           delimited by size
                  into src-name(1)
           end-string
           move spaces to src-name(2)
           string "sensor_events_" delimited by size
                  ws-src-day       delimited by size
                  ".log"           delimited by size
                  into src-name(2)
           end-string
           compute ws-near-day =
             function date-of-integer(ws-src-days + 1)
           move spaces to src-name(3)
           string "sensor_events_" delimited by size
                  ws-near-day      delimited by size
                  ".log"           delimited by size
                  into src-name(3)
           end-string
           move "sensor_events.log" to src-name(4)
           .

      *> Pairs COMPOSITE ALARMs with their CLEARs, keeping the
      *> ones asked for; a SUPPRESSED event at a kept alarm's own
      *> stamp names a label a maintenance window covered.
       pick-one-incident.
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "COMPOSITE"
             evaluate SE-VALUE(1:5)
               when "ALARM"
                 if not pair-is-open
                   set pair-is-open to true
                   move zero to ws-pair-idx
                   if SE-TIMESTAMP(1:ws-select-len) is equal to
                        ws-select-key(1:ws-select-len) and
                        inc-count < 50
                     add 1 to inc-count
                     move inc-count to ws-pair-idx
                     move SE-TIMESTAMP  to inc-stamp(inc-count)
                     move spaces        to inc-clear(inc-count)
                                           inc-supp(inc-count)
                     move SE-VALUE(7:8) to inc-door(inc-count)
                     move 1 to inc-supp-pos(inc-count)
                   end-if
                 end-if
               when "CLEAR"
                 if pair-is-open
                   move "N" to ws-pair-open
                   if ws-pair-idx is not equal to zero
                     move SE-TIMESTAMP to inc-clear(ws-pair-idx)
                   end-if
                   move zero to ws-pair-idx
                 end-if
             end-evaluate
           end-if
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "SUPPRESSED" and
                ws-pair-idx is not equal to zero
             if SE-TIMESTAMP is equal to inc-stamp(ws-pair-idx)
               string " "           delimited by size
                      function trim(SE-VALUE(1:8))
                                    delimited by size
                      into inc-supp(ws-pair-idx)
                      with pointer inc-supp-pos(ws-pair-idx)
               end-string
             end-if
           end-if
           .

      *> One incident's dossier, from a fresh page.
       render-one-dossier.
           move inc-stamp(inc-idx) to ws-fmt-in
           perform format-stamp
           move ws-fmt-text to ws-head-stamp
           if ws-page-no is not equal to zero
             perform pad-out-page
           end-if
           perform start-new-page

      *>   the window: the lead-in before the alarm through its
      *>   CLEAR, or to the end of the logs while it is open.
           move inc-stamp(inc-idx)(1:16) to ws-ts-work
           perform stamp-to-seconds
           move ws-stamp-secs to ws-alarm-secs
           if ws-alarm-secs > ws-lead-minutes * 60
             compute ws-from-secs =
               ws-alarm-secs - ws-lead-minutes * 60
           else
             move zero to ws-from-secs
           end-if
           if inc-clear(inc-idx) is equal to spaces
             move 999999999999 to ws-to-secs
             move zero to ws-clear-secs
           else
             move inc-clear(inc-idx)(1:16) to ws-ts-work
             perform stamp-to-seconds
             move ws-stamp-secs to ws-clear-secs ws-to-secs
           end-if
           move inc-stamp(inc-idx)(1:16) to ws-open-stamp
           perform set-band-for-open-time

           move zero to wv-count
           move "N" to ws-wv-full
           move inc-stamp(inc-idx)(1:8) to ws-src-day
           perform build-source-names
           perform varying src-idx from 1 by 1 until src-idx > 4
             move src-name(src-idx) to ws-log-name
             open input sensor-event-file
             if ws-sevt-status is equal to "00"
               move "N" to ws-scan-done
               perform until scan-is-done
                 read sensor-event-file
                   at end set scan-is-done to true
                   not at end perform gather-window-event
                 end-read
               end-perform
               close sensor-event-file
             end-if
           end-perform

           perform put-summary-section
           perform put-band-section
           perform put-readings-section
           perform put-switch-section
           perform put-response-section
           perform put-notes-section
           perform put-decision-section
           perform put-signature-block
           .

      *> Keeps an event for the dossier: readings and door
      *> transitions inside the window, and this alarm's
      *> escalation steps wherever they fall.
       gather-window-event.
           move SE-TIMESTAMP(1:16) to ws-ts-work
           perform stamp-to-seconds
           if SE-SOURCE is equal to "ESCALATE" and
                SE-EVENT-TYPE is equal to "ESCALATE" and
                SE-VALUE(2:14) is equal to inc-stamp(inc-idx)(1:14)
             move "E" to ws-slot-digit
             perform keep-window-event
           end-if
           if ws-stamp-secs >= ws-from-secs and
                ws-stamp-secs <= ws-to-secs
             if SE-SOURCE is equal to "TMP102" and
                  SE-EVENT-TYPE(1:5) is equal to "TEMP-" and
                  SE-EVENT-TYPE(6:1) >= "1" and
                  SE-EVENT-TYPE(6:1) <= "4"
               move SE-EVENT-TYPE(6:1) to ws-slot-digit
               perform keep-window-event
             end-if
             if SE-SOURCE is equal to "READSW" and
                  SE-EVENT-TYPE is equal to "SW-XSITION"
               move "S" to ws-slot-digit
               perform keep-window-event
             end-if
           end-if
           .

      *> One event into the window table; ws-slot-digit carries
      *> the sensor slot for a reading, or the kind otherwise.
       keep-window-event.
           if wv-count < 2000
             add 1 to wv-count
             move SE-TIMESTAMP to wv-stamp(wv-count)
             move SE-VALUE     to wv-value(wv-count)
             move SE-OPERATOR  to wv-operator(wv-count)
             move zero         to wv-slot(wv-count)
             evaluate ws-slot-digit
               when "E"
                 move "E" to wv-kind(wv-count)
               when "S"
                 move "S" to wv-kind(wv-count)
               when other
                 move "R" to wv-kind(wv-count)
                 move ws-slot-digit to wv-slot(wv-count)
             end-evaluate
           else
             set window-is-full to true
           end-if
           .

      *> Raised, cleared, duration, door and suppression.
       put-summary-section.
           move "  ALARM" to ws-doss-line
           perform put-section-heading
           move inc-stamp(inc-idx) to ws-fmt-in
           perform format-stamp
           move spaces to ws-doss-line
           string "    RAISED     " delimited by size
                  ws-fmt-text       delimited by size
                  into ws-doss-line
           end-string
           perform put-body-line
           move spaces to ws-doss-line
           if inc-clear(inc-idx) is equal to spaces
             move "    CLEARED    STILL OPEN AT END OF LOG (ONGOING)"
               to ws-doss-line
             perform put-body-line
           else
             move inc-clear(inc-idx) to ws-fmt-in
             perform format-stamp
             string "    CLEARED    " delimited by size
                    ws-fmt-text       delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
             if ws-clear-secs >= ws-alarm-secs
               compute ws-dur-rem = ws-clear-secs - ws-alarm-secs
             else
               move zero to ws-dur-rem
             end-if
             perform format-duration
             move spaces to ws-doss-line
             string "    DURATION   " delimited by size
                    ws-dur-text       delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
           end-if
           if inc-door(inc-idx) is not equal to spaces
             move spaces to ws-doss-line
             string "    DOOR       " delimited by size
                    inc-door(inc-idx) delimited by space
                    into ws-doss-line
             end-string
             perform put-body-line
           end-if
           if inc-supp(inc-idx) is not equal to spaces
             move spaces to ws-doss-line
             string "    SUPPRESSED" delimited by size
                    inc-supp(inc-idx) delimited by "  "
                    " (MAINTENANCE WINDOW)" delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
           end-if
           .

      *> The band tmp102 judged against when the alarm opened.
       put-band-section.
           move "  BAND IN FORCE AT ALARM" to ws-doss-line
           perform put-section-heading
           move low-threshold  to edited-low
           move high-threshold to edited-high
           move spaces to ws-doss-line
           if ws-band-window is equal to zero
             string "    LOW "       delimited by size
                    edited-low       delimited by size
                    "  HIGH "        delimited by size
                    edited-high      delimited by size
                    "  BASE BAND (TMP102.CFG)"
                                     delimited by size
                    into ws-doss-line
             end-string
           else
             string "    LOW "       delimited by size
                    edited-low       delimited by size
                    "  HIGH "        delimited by size
                    edited-high      delimited by size
                    "  SCHEDULE WINDOW " delimited by size
                    sched-start(ws-band-window) delimited by size
                    "-"              delimited by size
                    sched-end(ws-band-window) delimited by size
                    " (TMP102_SCHED.DAT)" delimited by size
                    into ws-doss-line
             end-string
           end-if
           perform put-body-line
           .

      *> Every reading per label across the window, flagged when
      *> outside the band, with the label's range underneath.
       put-readings-section.
           move ws-lead-minutes to edited-lead
           move spaces to ws-doss-line
           string "  READINGS FROM " delimited by size
                  function trim(edited-lead) delimited by size
                  " MIN BEFORE THE ALARM THROUGH ITS CLEAR"
                                     delimited by size
                  into ws-doss-line
           end-string
           perform put-section-heading
           move zero to ws-section-count
           perform varying ss-idx from 1 by 1 until ss-idx > 4
             perform put-one-label
           end-perform
           if ws-section-count is equal to zero
             move "    (NO READINGS ON FILE FOR THIS WINDOW)"
               to ws-doss-line
             perform put-body-line
           end-if
           if window-is-full
             move "    (WINDOW TRUNCATED AT 2000 EVENTS)"
               to ws-doss-line
             perform put-body-line
           end-if
           .

       put-one-label.
           move zero to ws-label-count ws-label-outside
           perform varying wv-idx from 1 by 1 until wv-idx > wv-count
             if wv-kind(wv-idx) is equal to "R" and
                  wv-slot(wv-idx) is equal to ss-idx
               compute ws-reading = function numval(wv-value(wv-idx))
               if ws-label-count is equal to zero
                 move ws-reading to ws-label-low ws-label-high
                 add 1 to ws-section-count
                 perform put-label-heading
               end-if
               add 1 to ws-label-count
               if ws-reading < ws-label-low
                 move ws-reading to ws-label-low
               end-if
               if ws-reading > ws-label-high
                 move ws-reading to ws-label-high
               end-if
               move spaces to ws-band-flag
               if ws-reading < low-threshold or
                    ws-reading > high-threshold
                 move "OUT OF BAND" to ws-band-flag
                 add 1 to ws-label-outside
               end-if
               move wv-stamp(wv-idx) to ws-fmt-in
               perform format-stamp
               move ws-reading to edited-reading
               move spaces to ws-doss-line
               string "      "       delimited by size
                      ws-fmt-text    delimited by size
                      "  "           delimited by size
                      edited-reading delimited by size
                      "  "           delimited by size
                      ws-band-flag   delimited by size
                      into ws-doss-line
               end-string
               perform put-body-line
             end-if
           end-perform
           if ws-label-count is not equal to zero
             move ws-label-count   to edited-count
             move ws-label-outside to edited-outside
             move ws-label-low     to edited-reading
             move ws-label-high    to edited-label-high
             move spaces to ws-doss-line
             string "      READINGS=" delimited by size
                    edited-count      delimited by size
                    "  OUT OF BAND="  delimited by size
                    edited-outside    delimited by size
                    "  LOW="          delimited by size
                    edited-reading    delimited by size
                    "  HIGH="         delimited by size
                    edited-label-high delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
           end-if
           .

       put-label-heading.
           if ws-line-no > PAGE-BODY-LIMIT - 3
             perform pad-out-page
             perform start-new-page
           end-if
           move spaces to ws-doss-line
           if slot-label(ss-idx) is equal to spaces
             string "    SENSOR "  delimited by size
                    ss-idx         delimited by size
                    into ws-doss-line
             end-string
           else
             string "    SENSOR "  delimited by size
                    ss-idx         delimited by size
                    "  LABEL "     delimited by size
                    slot-label(ss-idx) delimited by space
                    into ws-doss-line
             end-string
           end-if
           perform put-body-line
           .

      *> Door transitions across the window.
       put-switch-section.
           move "  DOOR TRANSITIONS IN THE WINDOW" to ws-doss-line
           perform put-section-heading
           move zero to ws-section-count
           perform varying wv-idx from 1 by 1 until wv-idx > wv-count
             if wv-kind(wv-idx) is equal to "S"
               add 1 to ws-section-count
               move wv-stamp(wv-idx) to ws-fmt-in
               perform format-stamp
               move spaces to ws-doss-line
               string "    "              delimited by size
                      ws-fmt-text         delimited by size
                      "  "                delimited by size
                      wv-value(wv-idx)    delimited by size
                      "  "                delimited by size
                      wv-operator(wv-idx) delimited by size
                      into ws-doss-line
               end-string
               perform put-body-line
             end-if
           end-perform
           if ws-section-count is equal to zero
             move "    (NO DOOR TRANSITIONS IN THE WINDOW)"
               to ws-doss-line
             perform put-body-line
           end-if
           .

      *> Escalation steps from the shared log, then the
      *> acknowledgment from ALARM_ACK.DAT.
       put-response-section.
           move "  ESCALATION AND ACKNOWLEDGMENT" to ws-doss-line
           perform put-section-heading
           perform varying wv-idx from 1 by 1 until wv-idx > wv-count
             if wv-kind(wv-idx) is equal to "E"
               move wv-stamp(wv-idx) to ws-fmt-in
               perform format-stamp
               move spaces to ws-doss-line
               string "    "              delimited by size
                      ws-fmt-text         delimited by size
                      "  ESCALATION STEP " delimited by size
                      wv-value(wv-idx)(1:1) delimited by size
                      " POKED "           delimited by size
                      wv-operator(wv-idx) delimited by space
                      into ws-doss-line
               end-string
               perform put-body-line
             end-if
           end-perform
           move "N" to ws-acked
           open input ack-file
           if ws-ack-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read ack-file
                 at end set scan-is-done to true
                 not at end
                   if ack-record(1:21) is equal to
                        inc-stamp(inc-idx)
                     perform put-one-ack
                   end-if
               end-read
             end-perform
             close ack-file
           end-if
           if not alarm-is-acked
             move "    NOT ACKNOWLEDGED" to ws-doss-line
             perform put-body-line
           end-if
           .

       put-one-ack.
           set alarm-is-acked to true
           move ack-record(32:21) to ws-fmt-in
           perform format-stamp
           move spaces to ws-doss-line
           string "    "            delimited by size
                  ws-fmt-text       delimited by size
                  "  ACKNOWLEDGED BY " delimited by size
                  ack-record(23:8)  delimited by space
                  into ws-doss-line
           end-string
           perform put-body-line
           if ack-record(54:60) is not equal to spaces
             move spaces to ws-doss-line
             string "      NOTE: "   delimited by size
                    ack-record(54:60) delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
           end-if
           .

      *> Shift-log notes whose referenced event falls inside the
      *> window - the alarm itself, its clear, or a reading in
      *> between.
       put-notes-section.
           move "  SHIFT NOTES" to ws-doss-line
           perform put-section-heading
           move zero to ws-section-count
           open input shiftlog-file
           if ws-note-status is equal to "00"
             move low-values to SL-KEY
             move "N" to ws-scan-done
             start shiftlog-file key is greater than SL-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read shiftlog-file next
                 at end set scan-is-done to true
                 not at end perform judge-one-note
               end-read
             end-perform
             close shiftlog-file
           end-if
           if ws-section-count is equal to zero
             move "    (NO SHIFT NOTES REFER TO THIS ALARM)"
               to ws-doss-line
             perform put-body-line
           end-if
           .

       judge-one-note.
           if SL-EVENT-REF(1:14) is numeric
             move SL-EVENT-REF(1:16) to ws-ts-work
             perform stamp-to-seconds
             move ws-stamp-secs to ws-ref-secs
             if ws-ref-secs >= ws-from-secs and
                  ws-ref-secs <= ws-to-secs
               add 1 to ws-section-count
               move SL-TIMESTAMP to ws-fmt-in
               perform format-stamp
               move spaces to ws-doss-line
               string "    "         delimited by size
                      ws-fmt-text    delimited by size
                      "  "           delimited by size
                      SL-OPERATOR    delimited by space
                      "  RE "        delimited by size
                      SL-EVENT-REF(1:14) delimited by size
                      into ws-doss-line
               end-string
               perform put-body-line
               move spaces to ws-doss-line
               string "      "       delimited by size
                      SL-NOTE        delimited by size
                      into ws-doss-line
               end-string
               perform put-body-line
             end-if
           end-if
           .

      *> The GREAT-DECISION session gdintake opened for the alarm
      *> (its open stamp is the alarm's own), with the decision
      *> taken and how it turned out.
       put-decision-section.
           move "  GREAT-DECISION SESSION" to ws-doss-line
           perform put-section-heading
           move "N" to ws-gd-found
           open input history-file
           if ws-hist-status is equal to "00"
             move low-values to GDH-SESSION-NO
             move "N" to ws-scan-done
             start history-file key is greater than GDH-SESSION-NO
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read history-file next
                 at end set scan-is-done to true
                 not at end
                   if GDH-OPEN-STAMP(1:14) is equal to
                        inc-stamp(inc-idx)(1:14)
                     perform put-one-session
                   end-if
               end-read
             end-perform
             close history-file
           end-if
           if not session-is-found
             move "    (NO SESSION WAS OPENED FOR THIS ALARM)"
               to ws-doss-line
             perform put-body-line
           end-if
           .

       put-one-session.
           set session-is-found to true
           move spaces to ws-doss-line
           string "    SESSION "    delimited by size
                  GDH-SESSION-NO    delimited by size
                  "  "              delimited by size
                  GDH-PROBLEM       delimited by size
                  " "               delimited by size
                  GDH-DETAIL        delimited by size
                  into ws-doss-line
           end-string
           perform put-body-line
           move spaces to ws-doss-line
           if GDH-STATUS is equal to "C"
             string "    DECISION    " delimited by size
                    GDH-DECISION       delimited by size
                    into ws-doss-line
             end-string
             perform put-body-line
             move GDH-OUTCOME-STAMP to ws-fmt-in
             perform format-stamp
             move spaces to ws-doss-line
             string "    OUTCOME     " delimited by size
                    GDH-OUTCOME        delimited by space
                    "  RECORDED "      delimited by size
                    ws-fmt-text        delimited by size
                    into ws-doss-line
             end-string
           else
             if GDH-DECISION is not equal to spaces
               string "    DECISION    " delimited by size
                      GDH-DECISION       delimited by size
                      into ws-doss-line
               end-string
               perform put-body-line
               move spaces to ws-doss-line
             end-if
             move "    OUTCOME     PENDING (SESSION STILL OPEN)"
               to ws-doss-line
           end-if
           perform put-body-line
           .

      *> The block the preparer and the QA reviewer sign; kept on
      *> one page.
       put-signature-block.
           if ws-line-no > PAGE-BODY-LIMIT - 5
             perform pad-out-page
             perform start-new-page
           end-if
           move spaces to ws-doss-line
           perform put-body-line
           move "  PREPARED BY: ________________________"
             &  "   DATE: __________" to ws-doss-line
           perform put-body-line
           move spaces to ws-doss-line
           perform put-body-line
           move "  QA REVIEWED BY: _____________________"
             &  "   DATE: __________" to ws-doss-line
           perform put-body-line
           .

      *> A section heading with its rule, never left alone at the
      *> foot of a page.
       put-section-heading.
           if ws-line-no > PAGE-BODY-LIMIT - 4
             perform pad-out-page
             perform start-new-page
           end-if
           move ws-doss-line to ws-heading-text
           move spaces to ws-doss-line
           perform put-body-line
           move ws-heading-text to ws-doss-line
           perform put-body-line
           move "  ----------------------------------------------"
             &  "--------" to ws-doss-line
           perform put-body-line
           .

      *> A page heading: title, the alarm, station, page number.
       start-new-page.
           add 1 to ws-page-no
           move ws-page-no to edited-page
           move zero to ws-line-no
           move spaces to ws-doss-line
           string "INCIDENT DOSSIER   ALARM " delimited by size
                  ws-head-stamp   delimited by size
                  "   STATION "   delimited by size
                  ws-station      delimited by size
                  "   PAGE "      delimited by size
                  edited-page     delimited by size
                  into ws-doss-line
           end-string
           perform put-raw-line
           move all "=" to ws-doss-line
           perform put-raw-line
           .

      *> A body line, breaking to a fresh page first when this one
      *> is used up; the line itself is held across the break.
       put-body-line.
           if ws-line-no >= PAGE-BODY-LIMIT
             move ws-doss-line to ws-held-line
             perform pad-out-page
             perform start-new-page
             move ws-held-line to ws-doss-line
           end-if
           perform put-raw-line
           .

       put-raw-line.
           move ws-doss-line to dossier-record
           write dossier-record
           add 1 to ws-line-no
           move spaces to ws-doss-line
           .

      *> Blank lines out to the 66th so the printer's form feed
      *> lands exactly on the next page's first line.
       pad-out-page.
           perform until ws-line-no >= PAGE-LINES
             move spaces to ws-doss-line
             perform put-raw-line
           end-perform
           .

      *> TMP102.CFG band and labels, then the schedule windows.
       load-band-config.
           move spaces to tcfg-label1 tcfg-label2
                          tcfg-label3 tcfg-label4
           open input tmp-control-file
           if ws-tcfg-status is equal to "00"
             read tmp-control-file
               at end move "10" to ws-tcfg-status
             end-read
             if ws-tcfg-status is equal to "00"
               unstring tmp-control-record delimited by ","
                 into tcfg-mode tcfg-count-x tcfg-interval-x
                      tcfg-low-x tcfg-high-x tcfg-alarm-pin-x
                      tcfg-fahrenheit-x tcfg-s2-addr tcfg-s3-addr
                      tcfg-s4-addr tcfg-composite-x tcfg-dashboard
                      tcfg-label1 tcfg-label2 tcfg-label3
                      tcfg-label4
               end-unstring
               compute low-threshold  = function numval(tcfg-low-x)
               compute high-threshold =
                 function numval(tcfg-high-x)
             end-if
             close tmp-control-file
           end-if
           move tcfg-label1 to slot-label(1)
           move tcfg-label2 to slot-label(2)
           move tcfg-label3 to slot-label(3)
           move tcfg-label4 to slot-label(4)
           move low-threshold  to base-low-threshold
           move high-threshold to base-high-threshold
           open input schedule-file
           if ws-sched-status is equal to "00"
             perform until sched-is-done
               read schedule-file
                 at end set sched-is-done to true
                 not at end perform load-one-window
               end-read
             end-perform
             close schedule-file
           end-if
           .

      *> Parses one TMP102_SCHED.DAT line into the next window
      *> slot, the same way tmp102 loads its live schedule; a line
      *> that doesn't parse is skipped.
       load-one-window.
           if sched-count < 8
             move spaces to sched-start-x sched-end-x
                            sched-low-x sched-high-x
             unstring schedule-record delimited by ","
               into sched-start-x sched-end-x
                    sched-low-x sched-high-x
             end-unstring
             if sched-start-x is numeric and
                  sched-end-x is numeric and
                  function test-numval(sched-low-x) = 0 and
                  function test-numval(sched-high-x) = 0
               add 1 to sched-count
               move sched-start-x to sched-start(sched-count)
               move sched-end-x   to sched-end(sched-count)
               compute sched-low(sched-count) =
                 function numval(sched-low-x)
               compute sched-high(sched-count) =
                 function numval(sched-high-x)
             end-if
           end-if
           .

      *> The schedule window that covered the alarm's open time -
      *> first match wins, a window whose start is later than its
      *> end wraps past midnight, no match means the base band.
       set-band-for-open-time.
           move base-low-threshold  to low-threshold
           move base-high-threshold to high-threshold
           move zero to ws-band-window
           if sched-count is not equal to zero and
                ws-open-stamp(9:4) is numeric
             move ws-open-stamp(9:4) to ws-band-hhmm
             perform varying sched-idx from 1 by 1
                     until sched-idx > sched-count
                        or ws-band-window is not equal to zero
               if sched-start(sched-idx) <= sched-end(sched-idx)
                 if ws-band-hhmm >= sched-start(sched-idx) and
                      ws-band-hhmm < sched-end(sched-idx)
                   move sched-idx to ws-band-window
                 end-if
               else
                 if ws-band-hhmm >= sched-start(sched-idx) or
                      ws-band-hhmm < sched-end(sched-idx)
                   move sched-idx to ws-band-window
                 end-if
               end-if
             end-perform
             if ws-band-window is not equal to zero
               move sched-low(ws-band-window)  to low-threshold
               move sched-high(ws-band-window) to high-threshold
             end-if
           end-if
           .

      *> YYYY-MM-DD HH:MM:SS out of the stamp in ws-fmt-in.
       format-stamp.
           move spaces to ws-fmt-text
           if ws-fmt-in(1:14) is numeric
             string ws-fmt-in(1:4)  delimited by size
                    "-"             delimited by size
                    ws-fmt-in(5:2)  delimited by size
                    "-"             delimited by size
                    ws-fmt-in(7:2)  delimited by size
                    " "             delimited by size
                    ws-fmt-in(9:2)  delimited by size
                    ":"             delimited by size
                    ws-fmt-in(11:2) delimited by size
                    ":"             delimited by size
                    ws-fmt-in(13:2) delimited by size
                    into ws-fmt-text
             end-string
           end-if
           .

      *> HHHH:MM:SS out of ws-dur-rem seconds into ws-dur-text.
       format-duration.
           compute ws-dur-hh = ws-dur-rem / 3600
           compute ws-dur-rem =
             function rem(ws-dur-rem, 3600)
           compute ws-dur-mm = ws-dur-rem / 60
           compute ws-dur-ss = function rem(ws-dur-rem, 60)
           move spaces to ws-dur-text
           string ws-dur-hh delimited by size
                  ":"       delimited by size
                  ws-dur-mm delimited by size
                  ":"       delimited by size
                  ws-dur-ss delimited by size
                  into ws-dur-text
           end-string
           .

      *> Seconds since day zero out of the 16-character stamp in
      *> ws-ts-work, into ws-stamp-secs.
       stamp-to-seconds.
           move zero to ws-stamp-secs
           if ws-ts-work(1:14) is numeric
             move ws-ts-work(1:8)  to ws-ts-date
             move ws-ts-work(9:2)  to ws-ts-hh
             move ws-ts-work(11:2) to ws-ts-mm
             move ws-ts-work(13:2) to ws-ts-ss
             compute ws-day-number =
               function integer-of-date(ws-ts-date)
             compute ws-stamp-secs =
               ws-day-number * 86400
               + ws-ts-hh * 3600 + ws-ts-mm * 60 + ws-ts-ss
           end-if
           .
       end program dossier.
