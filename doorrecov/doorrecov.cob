      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Door-opening temperature recovery report.
      *>
      *> swreport says how long the cold-store door stood open and
      *> tmp102 logs what the racks read, but what an opening
      *> actually costs - how far the racks rise and how long they
      *> take to come back - meant laying the two logs side by
      *> side by hand. This program pairs every LOW interval on
      *> the switch history with the rack readings on the
      *> temperature history and reports, per opening and per
      *> rack label:
      *>
      *>   - the temperature at opening: the label's last reading
      *>     at or before the door went LOW
      *>   - the peak reading from the opening until recovery
      *>   - the rise, peak less the opening temperature
      *>   - the minutes from the opening until the first reading,
      *>     taken once the door has closed again, that is back
      *>     within the tolerance of the opening temperature
      *>
      *> then a summary per day, a summary per hour of the day
      *> over the whole run, and the slowest recoveries of the
      *> run. A label that has not recovered by the end of the
      *> day's history is shown as NOT RECOVERED and ranked on the
      *> time it had been out by then.
      *>
      *> Openings are paired the way swreport pairs them: LOW is
      *> open, a day whose first transition is HIGH was open since
      *> midnight, and a day still LOW at its last transition is
      *> carried open to midnight. Each day is read from its dated
      *> logroll archives (readsw_YYYYMMDD.log and
      *> tmp102_YYYYMMDD.log) when the roller has taken them, from
      *> the live READSW.LOG and TMP102.LOG otherwise; either way
      *> only lines stamped with that date count.
      *>
      *> With more than one door on readsw, each switch-history
      *> line carries DOOR=label and every door is paired on its
      *> own, so one door closing never ends another's opening.
      *> Each opening line names its door, and when the door map
      *> READSW_DOORS.CFG (door-label,sw-pin,debounce-polls and
      *> the racks the door serves) names that door, only the
      *> racks it serves are judged against its openings - a rack
      *> behind another door is not charged for this one. An
      *> opening with no door, or a door the map doesn't name, is
      *> judged against every rack as before.
      *>
      *> How to use this program:
      *>   doorrecov [YYYYMMDD [YYYYMMDD [tolerance]]]
      *>
      *> No argument means today; one date is that day; two dates
      *> are a from/to range of at most 62 days. The tolerance is
      *> in degrees C, 0.5 when not given. The report is appended
      *> to DOORRECOV.RPT and echoed to the console.
      *>
      *> How to build this program:
      *>   cobc -x doorrecov.cob
      *>
       identification division.
       program-id. doorrecov.

       environment division.
       input-output section.
       file-control.
           select switch-log-file assign to ws-swlog-name
               organization is line sequential
               file status is ws-swlog-status.
           select temp-log-file assign to ws-tmplog-name
               organization is line sequential
               file status is ws-tmplog-status.
           select door-control-file assign to "readsw_doors.cfg"
               organization is line sequential
               file status is ws-doors-status.
           select recovery-report-file assign to "doorrecov.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  switch-log-file.
       01  switch-log-record   pic x(60).
       fd  temp-log-file.
       01  temp-log-record     pic x(70).
       fd  door-control-file.
       01  door-control-record pic x(80).
       fd  recovery-report-file.
       01  recovery-report-record pic x(100).

       working-storage section.

      *> input naming: each day's archives, or the live logs
      *> filtered to the day.
       01 ws-cmdline-arg    pic x(60).
       01 ws-arg-from       pic x(20).
       01 ws-arg-to         pic x(20).
       01 ws-arg-tol        pic x(20).
       01 ws-swlog-name     pic x(40).
       01 ws-tmplog-name    pic x(40).
       01 ws-swlog-status   pic xx.
       01 ws-tmplog-status  pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-doors-status   pic xx.

      *> the run: a from/to range of days and the tolerance
       01 ws-from-date      pic x(8).
       01 ws-to-date        pic x(8).
       01 ws-from-day       pic 9(7).
       01 ws-to-day         pic 9(7).
       01 ws-walk-day       pic 9(7).
       01 ws-date-work      pic 9(8).
       01 ws-walk-date      pic x(8).
       01 ws-tolerance      pic 9V999 value 0.5.
       01 MAX-RUN-DAYS      constant as 62.
       01 DAY-SECS          constant as 86400.

      *> one day's openings, each with per-label recovery state.
      *> ol-state is W while the label waits for its recovery
      *> reading and R once it has had it.
       01 opening-table.
         05 opening-entry occurs 300 times.
           10 op-open-secs   pic 9(5).
           10 op-close-secs  pic 9(5).
           10 op-hhmmss      pic x(6).
           10 op-door        pic x(8).
           10 op-label-state occurs 4 times.
             15 ol-has-pre   pic x.
             15 ol-pre       pic S999V999.
             15 ol-peak      pic S999V999.
             15 ol-state     pic x.
             15 ol-recov-secs pic 9(5).
       01 op-count          pic 9(3).
       01 op-idx            pic 9(3).
       01 MAX-OPENINGS      constant as 300.
       01 ws-dropped        pic 9(4)  value zero.

      *> rack labels, claimed in the order they appear; kept for
      *> the whole run so a label keeps its column.
       01 label-bank.
         05 lb-label occurs 4 times pic x(8) value spaces.
       01 lb-idx            pic 9.
       01 lb-used           pic 9.

      *> switch-history walk: the swreport pairing, door by door.
      *> dw-op-idx is the door's opening still waiting for its
      *> close; a door's first line of the day being a close means
      *> it was open since midnight.
       01 ws-walk-done      pic x.
         88 walk-is-done              value "Y".
       01 ws-any-line       pic x.
         88 day-has-lines             value "Y".
       01 door-walk-bank.
         05 door-walk occurs 8 times.
           10 dw-name        pic x(8).
           10 dw-open        pic x.
             88 dw-is-open              value "Y".
           10 dw-any-line    pic x.
             88 dw-has-lines            value "Y".
           10 dw-op-idx      pic 9(3).
       01 dw-count          pic 9.
       01 dw-idx            pic 9.
       01 ws-line-door      pic x(8).
       01 ws-door-junk      pic x(40).

      *> the door map: the racks each labelled door serves
       01 ws-doors-done     pic x     value "N".
         88 doors-scan-is-done        value "Y".
       01 door-map-bank.
         05 door-map occurs 4 times.
           10 dm-label       pic x(8).
           10 dm-rack        pic x(8)  occurs 4 times.
       01 dm-count          pic 9     value zero.
       01 dm-idx            pic 9.
       01 rack-idx          pic 9.
       01 door-cfg-label    pic x(8).
       01 door-cfg-pin-x    pic x(3).
       01 door-cfg-deb-x    pic x(3).
       01 door-cfg-rack     pic x(8)  occurs 4 times.
       01 ws-door-serves    pic x.
         88 door-serves-label         value "Y".
       01 ws-line-junk      pic x(70).
       01 ws-line-rest      pic x(40).
       01 ws-state-text     pic x(4).
       01 ws-line-secs      pic 9(5).
       01 ws-hold-close     pic 9(5).
       01 ws-open-hhmmss-x  pic x(6).

      *> temperature-history walk
       01 ws-sample-label   pic x(8).
       01 ws-sample-temp    pic S999V999.
       01 ws-sample-diff    pic S999V999.

      *> one day's totals
       01 day-pairs         pic 9(5).
       01 day-rise-total    pic 9(7)V999.
       01 day-rise-max      pic 9(3)V999.
       01 day-recovered     pic 9(5).
       01 day-recov-total   pic 9(9).
       01 day-unrecovered   pic 9(5).
       01 day-no-pre        pic 9(5).

      *> the run's per-hour totals
       01 hour-bank.
         05 hour-entry occurs 24 times.
           10 hr-openings    pic 9(5).
           10 hr-pairs       pic 9(5).
           10 hr-rise-total  pic 9(7)V999.
           10 hr-recovered   pic 9(5).
           10 hr-recov-total pic 9(9).
       01 hour-idx          pic 99.
       01 ws-hour-slot      pic 99.

      *> the run's slowest recoveries, kept longest first
       01 slow-table.
         05 slow-entry occurs 10 times.
           10 sl-date        pic x(8).
           10 sl-hhmmss      pic x(6).
           10 sl-label       pic x(8).
           10 sl-secs        pic 9(5).
           10 sl-rise        pic 9(3)V999.
           10 sl-state       pic x.
       01 sl-count          pic 99    value zero.
       01 sl-idx            pic 99.
       01 sl-pos            pic 99.
       01 MAX-SLOW          constant as 10.

      *> the pair being judged
       01 ws-pair-rise      pic 9(3)V999.
       01 ws-pair-secs      pic 9(5).
       01 ws-pair-state     pic x.

      *> report housekeeping
       01 ws-timestamp      pic x(21).
       01 ws-rpt-line       pic x(100).
       01 ws-rpt-part       pic x(60).
       01 edited-count      pic ZZZZ9.
       01 edited-temp       pic ---9.999.
       01 edited-rise       pic ZZ9.999.
       01 edited-mins       pic ZZZ9.9.
       01 edited-tol        pic 9.999.
       01 ws-mins           pic 9(4)V9.
       01 ws-mean-rise      pic 9(3)V999.
       01 ws-dur-hh         pic 9(4).
       01 ws-dur-mm         pic 99.
       01 ws-dur-ss         pic 99.
       01 ws-dur-rem        pic 9(7).
       01 ws-dur-text       pic x(10).

       procedure division.
       accept ws-cmdline-arg from command-line
       move function current-date to ws-timestamp
       move spaces to ws-arg-from ws-arg-to ws-arg-tol
       unstring ws-cmdline-arg delimited by all spaces
         into ws-arg-from ws-arg-to ws-arg-tol
       end-unstring
       if ws-arg-from is equal to spaces
         move ws-timestamp(1:8) to ws-from-date
       else
         if ws-arg-from(1:8) is numeric
           move ws-arg-from(1:8) to ws-from-date
         else
           display "doorrecov: date must be YYYYMMDD, got "
                   function trim(ws-arg-from)
           goback
         end-if
       end-if
       if ws-arg-to is equal to spaces
         move ws-from-date to ws-to-date
       else
         if ws-arg-to(1:8) is numeric
           move ws-arg-to(1:8) to ws-to-date
         else
           display "doorrecov: date must be YYYYMMDD, got "
                   function trim(ws-arg-to)
           goback
         end-if
       end-if
       if ws-arg-tol is not equal to spaces
         if function test-numval(ws-arg-tol) = 0 and
              function numval(ws-arg-tol) > 0 and
              function numval(ws-arg-tol) < 10
           compute ws-tolerance = function numval(ws-arg-tol)
         else
           display "doorrecov: tolerance must be 0.001-9.999, got "
                   function trim(ws-arg-tol)
           goback
         end-if
       end-if
       move ws-from-date to ws-date-work
       compute ws-from-day = function integer-of-date(ws-date-work)
       move ws-to-date to ws-date-work
       compute ws-to-day = function integer-of-date(ws-date-work)
       if ws-to-day < ws-from-day or
            ws-to-day - ws-from-day >= MAX-RUN-DAYS
         display "doorrecov: range must run forward, at most "
                 MAX-RUN-DAYS " days"
         goback
       end-if

       open extend recovery-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close recovery-report-file
         open output recovery-report-file
       end-if
       move ws-tolerance to edited-tol
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " DOOR-OPENING RECOVERY REPORT " delimited by size
              ws-from-date delimited by size
              "-"          delimited by size
              ws-to-date   delimited by size
              " TOLERANCE " delimited by size
              edited-tol   delimited by size
              " C"         delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line

      *> The door map, if one is present; without it every rack
      *> is judged against every opening.
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

       perform varying hour-idx from 1 by 1 until hour-idx > 24
         move zero to hr-openings(hour-idx) hr-pairs(hour-idx)
                      hr-rise-total(hour-idx) hr-recovered(hour-idx)
                      hr-recov-total(hour-idx)
       end-perform

       perform varying ws-walk-day from ws-from-day by 1
               until ws-walk-day > ws-to-day
         compute ws-date-work = function date-of-integer(ws-walk-day)
         move ws-date-work to ws-walk-date
         perform walk-one-day
       end-perform

       perform report-hour-summary
       perform report-slowest
       if ws-dropped is not equal to zero
         move ws-dropped to edited-count
         move spaces to ws-rpt-line
         string "  OPENINGS NOT ANALYSED (OVER "
                                  delimited by size
                MAX-OPENINGS      delimited by size
                " IN A DAY)="     delimited by size
                edited-count      delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       end-if
       close recovery-report-file
       goback.

       put-report-line.
           move ws-rpt-line to recovery-report-record
           write recovery-report-record
           display ws-rpt-line
           .

      *> One day: its openings from the switch history, the rack
      *> readings folded into them, then each opening judged and
      *> the day's summary printed.
       walk-one-day.
           move zero to op-count
           perform collect-openings
           move spaces to ws-rpt-line
           string "  DAY " delimited by size
                  ws-walk-date delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if not day-has-lines
             move "    NO SWITCH HISTORY FOR THIS DAY" to ws-rpt-line
             perform put-report-line
           else
             if op-count is equal to zero
               move "    NO OPENINGS" to ws-rpt-line
               perform put-report-line
             else
               perform fold-temperatures
               perform judge-day-openings
             end-if
           end-if
           .

      *> The day's switch history into the opening table: archive
      *> first, live log as the fallback.
       collect-openings.
           move "N" to ws-any-line
           move zero to dw-count
           move spaces to ws-swlog-name
           string "readsw_"    delimited by size
                  ws-walk-date delimited by size
                  ".log"       delimited by size
                  into ws-swlog-name
           end-string
           open input switch-log-file
           if ws-swlog-status is not equal to "00"
             move "readsw.log" to ws-swlog-name
             open input switch-log-file
           end-if
           if ws-swlog-status is equal to "00"
             move "N" to ws-walk-done
             perform until walk-is-done
               read switch-log-file
                 at end set walk-is-done to true
                 not at end perform fold-one-transition
               end-read
             end-perform
             close switch-log-file
           end-if
           .

       fold-one-transition.
           if switch-log-record(1:8) is not equal to ws-walk-date
              or switch-log-record(1:14) is not numeric
             continue
           else
             move spaces to ws-line-junk ws-line-rest
             unstring switch-log-record delimited by "STATE="
               into ws-line-junk ws-line-rest
             end-unstring
             if ws-line-rest is equal to spaces
               continue
             else
               move ws-line-rest(1:4) to ws-state-text
               perform find-line-door
               compute ws-line-secs =
                 function numval(switch-log-record(9:2)) * 3600
                 + function numval(switch-log-record(11:2)) * 60
                 + function numval(switch-log-record(13:2))
               if ws-state-text is equal to "LOW "
                 if not dw-is-open(dw-idx)
                   move switch-log-record(9:6) to ws-open-hhmmss-x
                   perform add-opening
                 end-if
               else
                 if ws-state-text is equal to "HIGH"
                   if dw-is-open(dw-idx)
                     move ws-line-secs
                       to op-close-secs(dw-op-idx(dw-idx))
                     move "N" to dw-open(dw-idx)
                   else
                     if not dw-has-lines(dw-idx)
      *>               first line of the day is a close: the door
      *>               was open since midnight.
                       move "000000" to ws-open-hhmmss-x
                       move ws-line-secs to ws-hold-close
                       move zero to ws-line-secs
                       perform add-opening
                       if dw-is-open(dw-idx)
                         move ws-hold-close
                           to op-close-secs(dw-op-idx(dw-idx))
                         move "N" to dw-open(dw-idx)
                       end-if
                     end-if
                   end-if
                 end-if
               end-if
               set day-has-lines to true
               set dw-has-lines(dw-idx) to true
             end-if
           end-if
           .

      *> The door a line belongs to, from its DOOR= tag (spaces on
      *> a line written before doors were labelled); a door not
      *> seen yet today joins the walk, past eight they share the
      *> last slot.
       find-line-door.
           move spaces to ws-door-junk ws-line-door
           unstring ws-line-rest delimited by "DOOR="
             into ws-door-junk ws-line-door
           end-unstring
           perform varying dw-idx from 1 by 1
                     until dw-idx > dw-count
                        or dw-name(dw-idx) = ws-line-door
             continue
           end-perform
           if dw-idx > dw-count
             if dw-count < 8
               add 1 to dw-count
               move dw-count to dw-idx
               move ws-line-door to dw-name(dw-idx)
               move "N" to dw-open(dw-idx) dw-any-line(dw-idx)
               move zero to dw-op-idx(dw-idx)
             else
               move dw-count to dw-idx
             end-if
           end-if
           .

      *> A new opening at ws-line-secs, every label waiting for
      *> its opening reading. A day with more openings than the
      *> table holds counts the rest as not analysed.
       add-opening.
           if op-count >= MAX-OPENINGS
             add 1 to ws-dropped
             move "N" to dw-open(dw-idx)
           else
             add 1 to op-count
             move "Y"              to dw-open(dw-idx)
             move op-count         to dw-op-idx(dw-idx)
             move ws-line-secs     to op-open-secs(op-count)
             move DAY-SECS         to op-close-secs(op-count)
             move ws-open-hhmmss-x to op-hhmmss(op-count)
             move dw-name(dw-idx)  to op-door(op-count)
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               move "N"  to ol-has-pre(op-count, lb-idx)
               move zero to ol-pre(op-count, lb-idx)
                            ol-peak(op-count, lb-idx)
                            ol-recov-secs(op-count, lb-idx)
               move "W"  to ol-state(op-count, lb-idx)
             end-perform
           end-if
           .

      *> The day's temperature history against the openings: a
      *> reading at or before an opening is that opening's
      *> starting point (the last one wins); after it, readings
      *> raise the peak until one taken with the door shut again
      *> is back within the tolerance.
       fold-temperatures.
           move spaces to ws-tmplog-name
           string "tmp102_"    delimited by size
                  ws-walk-date delimited by size
                  ".log"       delimited by size
                  into ws-tmplog-name
           end-string
           open input temp-log-file
           if ws-tmplog-status is not equal to "00"
             move "tmp102.log" to ws-tmplog-name
             open input temp-log-file
           end-if
           if ws-tmplog-status is equal to "00"
             move "N" to ws-walk-done
             perform until walk-is-done
               read temp-log-file
                 at end set walk-is-done to true
                 not at end perform fold-one-reading
               end-read
             end-perform
             close temp-log-file
           end-if
           .

       fold-one-reading.
           if temp-log-record(1:8) is not equal to ws-walk-date or
                temp-log-record(1:14) is not numeric or
                temp-log-record(22:1) is not equal to space
             continue
           else
             move temp-log-record(23:8) to ws-sample-label
             move spaces to ws-line-junk ws-line-rest
             unstring temp-log-record delimited by "TEMP-C="
               into ws-line-junk ws-line-rest
             end-unstring
             if ws-sample-label is equal to spaces or
                  ws-line-rest is equal to spaces or
                  function test-numval(ws-line-rest(1:9))
                    is not equal to zero
               continue
             else
               compute ws-sample-temp =
                 function numval(ws-line-rest(1:9))
               compute ws-line-secs =
                 function numval(temp-log-record(9:2)) * 3600
                 + function numval(temp-log-record(11:2)) * 60
                 + function numval(temp-log-record(13:2))
               perform find-label-slot
               if lb-used is not equal to zero
                 perform varying op-idx from 1 by 1
                         until op-idx > op-count
                   perform fold-reading-into-opening
                 end-perform
               end-if
             end-if
           end-if
           .

       fold-reading-into-opening.
           if ws-line-secs <= op-open-secs(op-idx)
             move "Y" to ol-has-pre(op-idx, lb-used)
             move ws-sample-temp to ol-pre(op-idx, lb-used)
                                    ol-peak(op-idx, lb-used)
           else
             if ol-has-pre(op-idx, lb-used) is equal to "Y" and
                  ol-state(op-idx, lb-used) is equal to "W"
               if ws-sample-temp > ol-peak(op-idx, lb-used)
                 move ws-sample-temp to ol-peak(op-idx, lb-used)
               end-if
               compute ws-sample-diff =
                 function abs(ws-sample-temp - ol-pre(op-idx, lb-used))
               if ws-line-secs >= op-close-secs(op-idx) and
                    ws-sample-diff <= ws-tolerance
                 move "R" to ol-state(op-idx, lb-used)
                 compute ol-recov-secs(op-idx, lb-used) =
                   ws-line-secs - op-open-secs(op-idx)
               end-if
             end-if
           end-if
           .

       find-label-slot.
           move zero to lb-used
           perform varying lb-idx from 1 by 1
                   until lb-idx > 4 or lb-used is not equal to zero
             if lb-label(lb-idx) is equal to ws-sample-label
               move lb-idx to lb-used
             end-if
           end-perform
           if lb-used is equal to zero
             perform varying lb-idx from 1 by 1
                     until lb-idx > 4 or lb-used is not equal to zero
               if lb-label(lb-idx) is equal to spaces
                 move ws-sample-label to lb-label(lb-idx)
                 move lb-idx to lb-used
               end-if
             end-perform
           end-if
           .

      *> Every opening of the day, one line per label, then the
      *> day's summary.
       judge-day-openings.
           move zero to day-pairs day-rise-total day-rise-max
                        day-recovered day-recov-total
                        day-unrecovered day-no-pre
           perform varying op-idx from 1 by 1 until op-idx > op-count
             compute ws-dur-rem =
               op-close-secs(op-idx) - op-open-secs(op-idx)
             perform format-duration
             move spaces to ws-rpt-line
             string "    OPENED " delimited by size
                    op-hhmmss(op-idx)(1:2) delimited by size
                    ":"           delimited by size
                    op-hhmmss(op-idx)(3:2) delimited by size
                    ":"           delimited by size
                    op-hhmmss(op-idx)(5:2) delimited by size
                    " FOR "       delimited by size
                    ws-dur-text   delimited by size
                    into ws-rpt-line
             end-string
             if op-door(op-idx) is not equal to spaces
               string "DOOR="     delimited by size
                      op-door(op-idx) delimited by space
                      into ws-rpt-line(36:20)
               end-string
             end-if
             perform put-report-line
             compute ws-hour-slot =
               function numval(op-hhmmss(op-idx)(1:2)) + 1
             add 1 to hr-openings(ws-hour-slot)
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               if lb-label(lb-idx) is not equal to spaces
                 perform check-door-serves
                 if door-serves-label
                   perform judge-one-pair
                 end-if
               end-if
             end-perform
           end-perform

           move op-count to edited-count
           move spaces to ws-rpt-line
           string "    DAY SUMMARY: OPENINGS=" delimited by size
                  edited-count delimited by size
                  into ws-rpt-line
           end-string
           move day-pairs to edited-count
           move ws-rpt-line to ws-rpt-part
           move spaces to ws-rpt-line
           string ws-rpt-part(1:31) delimited by size
                  " RACK READINGS PAIRED=" delimited by size
                  edited-count delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if day-pairs is not equal to zero
             compute ws-mean-rise rounded = day-rise-total / day-pairs
             move ws-mean-rise to edited-rise
             move spaces to ws-rpt-line
             string "      MEAN RISE " delimited by size
                    edited-rise        delimited by size
                    " C, MAX RISE "    delimited by size
                    into ws-rpt-line
             end-string
             move day-rise-max to edited-rise
             move ws-rpt-line to ws-rpt-part
             move spaces to ws-rpt-line
             string function trim(ws-rpt-part, trailing)
                                  delimited by size
                    " "           delimited by size
                    edited-rise   delimited by size
                    " C"          delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             move spaces to ws-rpt-line
             if day-recovered is not equal to zero
               compute ws-mins rounded =
                 day-recov-total / day-recovered / 60
               move ws-mins to edited-mins
               string "      MEAN RECOVERY " delimited by size
                      edited-mins            delimited by size
                      " MIN"                 delimited by size
                      into ws-rpt-line
               end-string
             else
               move "      MEAN RECOVERY: NONE RECOVERED"
                 to ws-rpt-line
             end-if
             move day-unrecovered to edited-count
             move ws-rpt-line to ws-rpt-part
             move spaces to ws-rpt-line
             string function trim(ws-rpt-part, trailing)
                                  delimited by size
                    ", NOT RECOVERED=" delimited by size
                    edited-count       delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           if day-no-pre is not equal to zero
             move day-no-pre to edited-count
             move spaces to ws-rpt-line
             string "      NO READING BEFORE OPENING="
                                  delimited by size
                    edited-count  delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           .

      *> Whether the opening's door serves the label: yes when
      *> the opening has no door or the door map doesn't name it,
      *> otherwise only for the racks the map gives the door.
       check-door-serves.
           move "Y" to ws-door-serves
           if op-door(op-idx) is not equal to spaces
             perform varying dm-idx from 1 by 1
                       until dm-idx > dm-count
               if dm-label(dm-idx) is equal to op-door(op-idx)
                 move "N" to ws-door-serves
                 perform varying rack-idx from 1 by 1
                           until rack-idx > 4
                   if dm-rack(dm-idx, rack-idx) is equal to
                        lb-label(lb-idx)
                     move "Y" to ws-door-serves
                   end-if
                 end-perform
               end-if
             end-perform
           end-if
           .

      *> Parses one door-map line: label, pin and debounce (not
      *> needed here), then the racks the door serves.
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
                dm-count < 4
             add 1 to dm-count
             move door-cfg-label to dm-label(dm-count)
             perform varying rack-idx from 1 by 1 until rack-idx > 4
               move door-cfg-rack(rack-idx)
                 to dm-rack(dm-count, rack-idx)
             end-perform
           end-if
           .

      *> One label against one opening: its line, and its share
      *> of the day, hour and slowest-recovery figures.
       judge-one-pair.
           move spaces to ws-rpt-line
           if ol-has-pre(op-idx, lb-idx) is not equal to "Y"
             add 1 to day-no-pre
             string "      " delimited by size
                    lb-label(lb-idx) delimited by size
                    " NO READING BEFORE OPENING" delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           else
             compute ws-pair-rise =
               ol-peak(op-idx, lb-idx) - ol-pre(op-idx, lb-idx)
             move ol-state(op-idx, lb-idx) to ws-pair-state
             if ws-pair-state is equal to "R"
               move ol-recov-secs(op-idx, lb-idx) to ws-pair-secs
             else
               compute ws-pair-secs = DAY-SECS - op-open-secs(op-idx)
             end-if
             add 1 to day-pairs hr-pairs(ws-hour-slot)
             add ws-pair-rise to day-rise-total
                                hr-rise-total(ws-hour-slot)
             if ws-pair-rise > day-rise-max
               move ws-pair-rise to day-rise-max
             end-if
             move ol-pre(op-idx, lb-idx) to edited-temp
             string "      "         delimited by size
                    lb-label(lb-idx) delimited by size
                    " AT "           delimited by size
                    edited-temp      delimited by size
                    into ws-rpt-line
             end-string
             move ol-peak(op-idx, lb-idx) to edited-temp
             move ws-pair-rise to edited-rise
             move ws-rpt-line to ws-rpt-part
             move spaces to ws-rpt-line
             string ws-rpt-part(1:26) delimited by size
                    " PEAK "     delimited by size
                    edited-temp  delimited by size
                    " RISE "     delimited by size
                    edited-rise  delimited by size
                    into ws-rpt-line
             end-string
             compute ws-mins rounded = ws-pair-secs / 60
             move ws-mins to edited-mins
             move ws-rpt-line to ws-rpt-part
             move spaces to ws-rpt-line
             if ws-pair-state is equal to "R"
               add 1 to day-recovered hr-recovered(ws-hour-slot)
               add ws-pair-secs to day-recov-total
                                   hr-recov-total(ws-hour-slot)
               string ws-rpt-part(1:55) delimited by size
                      " RECOVERED IN " delimited by size
                      edited-mins      delimited by size
                      " MIN"           delimited by size
                      into ws-rpt-line
               end-string
             else
               add 1 to day-unrecovered
               string ws-rpt-part(1:55) delimited by size
                      " NOT RECOVERED" delimited by size
                      into ws-rpt-line
               end-string
             end-if
             perform put-report-line
             perform note-slow-recovery
           end-if
           .

      *> Keeps the run's slowest recoveries longest first: the
      *> pair goes in at its place and the shortest falls off.
       note-slow-recovery.
           move zero to sl-pos
           perform varying sl-idx from 1 by 1
                   until sl-idx > sl-count or sl-pos is not equal to 0
             if ws-pair-secs > sl-secs(sl-idx)
               move sl-idx to sl-pos
             end-if
           end-perform
           if sl-pos is equal to zero
             if sl-count < MAX-SLOW
               add 1 to sl-count
               move sl-count to sl-pos
             end-if
           else
             if sl-count < MAX-SLOW
               add 1 to sl-count
             end-if
             perform varying sl-idx from sl-count by -1
                     until sl-idx <= sl-pos
               move slow-entry(sl-idx - 1) to slow-entry(sl-idx)
             end-perform
           end-if
           if sl-pos is not equal to zero
             move ws-walk-date      to sl-date(sl-pos)
             move op-hhmmss(op-idx) to sl-hhmmss(sl-pos)
             move lb-label(lb-idx)  to sl-label(sl-pos)
             move ws-pair-secs      to sl-secs(sl-pos)
             move ws-pair-rise      to sl-rise(sl-pos)
             move ws-pair-state     to sl-state(sl-pos)
           end-if
           .

      *> Per hour of the day over the whole run: openings, mean
      *> rise and mean recovery.
       report-hour-summary.
           move "  HOURLY SUMMARY" to ws-rpt-line
           perform put-report-line
           perform varying hour-idx from 1 by 1 until hour-idx > 24
             if hr-openings(hour-idx) is not equal to zero
               compute ws-hour-slot = hour-idx - 1
               move hr-openings(hour-idx) to edited-count
               move spaces to ws-rpt-line
               string "    HOUR "   delimited by size
                      ws-hour-slot  delimited by size
                      ":00 OPENINGS=" delimited by size
                      edited-count  delimited by size
                      into ws-rpt-line
               end-string
               if hr-pairs(hour-idx) is not equal to zero
                 compute ws-mean-rise rounded =
                   hr-rise-total(hour-idx) / hr-pairs(hour-idx)
                 move ws-mean-rise to edited-rise
                 move ws-rpt-line to ws-rpt-part
                 move spaces to ws-rpt-line
                 string ws-rpt-part(1:29) delimited by size
                        " MEAN RISE "     delimited by size
                        edited-rise       delimited by size
                        " C"              delimited by size
                        into ws-rpt-line
                 end-string
               end-if
               if hr-recovered(hour-idx) is not equal to zero
                 compute ws-mins rounded =
                   hr-recov-total(hour-idx) / hr-recovered(hour-idx)
                   / 60
                 move ws-mins to edited-mins
                 move ws-rpt-line to ws-rpt-part
                 move spaces to ws-rpt-line
                 string ws-rpt-part(1:50) delimited by size
                        " MEAN RECOVERY " delimited by size
                        edited-mins       delimited by size
                        " MIN"            delimited by size
                        into ws-rpt-line
                 end-string
               end-if
               perform put-report-line
             end-if
           end-perform
           .

       report-slowest.
           move "  SLOWEST RECOVERIES" to ws-rpt-line
           perform put-report-line
           if sl-count is equal to zero
             move "    NONE" to ws-rpt-line
             perform put-report-line
           end-if
           perform varying sl-idx from 1 by 1 until sl-idx > sl-count
             compute ws-mins rounded = sl-secs(sl-idx) / 60
             move ws-mins to edited-mins
             move sl-rise(sl-idx) to edited-rise
             move spaces to ws-rpt-line
             string "    "          delimited by size
                    sl-date(sl-idx) delimited by size
                    " "             delimited by size
                    sl-hhmmss(sl-idx)(1:2) delimited by size
                    ":"             delimited by size
                    sl-hhmmss(sl-idx)(3:2) delimited by size
                    " "             delimited by size
                    sl-label(sl-idx) delimited by size
                    " "             delimited by size
                    edited-mins     delimited by size
                    " MIN RISE "    delimited by size
                    edited-rise     delimited by size
                    into ws-rpt-line
             end-string
             if sl-state(sl-idx) is not equal to "R"
               move ws-rpt-line to ws-rpt-part
               move spaces to ws-rpt-line
               string function trim(ws-rpt-part, trailing)
                                    delimited by size
                      " NOT RECOVERED BY END OF DAY"
                                    delimited by size
                      into ws-rpt-line
               end-string
             end-if
             perform put-report-line
           end-perform
           .

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
       end program doorrecov.
