      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Switch duty-cycle and hourly activity report.
      *>
      *> so an opening spanning the day boundary is charged to
      *> both days' totals rather than lost.
      *>
      *> Since readsw learned to watch more than one door, each
      *> READSW.LOG transition may carry DOOR=label after its
      *> state. Every door is paired on its own, so one door
      *> closing never ends another door's opening, and the
      *> totals, longest opening, hourly counts and week-over-week
      *> line are reported door by door under a DOOR heading.
      *> Lines written before the doors were labelled are grouped
      *> under PIN-nn from their SW-PIN; a log with only one
      *> unlabelled switch reports exactly as it always did.
      *>
      *> How to use this program:
      *>   swreport [YYYYMMDD]
      *>
       01 ws-date-work      pic 9(8).
       01 ws-day-number     pic 9(7).

      *> one day's walk: the interval pairing state and totals,
      *> kept per door. The door list itself lasts the whole run;
      *> the day fields are reset and refilled once for the
      *> week-earlier day and once for the requested day.
       01 ws-walk-date      pic x(8).
       01 ws-walk-done      pic x.
         88 walk-is-done              value "Y".
       01 door-bank.
         05 door-entry occurs 8 times.
           10 door-name       pic x(8).
           10 door-tagged     pic x.
             88 door-is-tagged          value "Y".
           10 door-open       pic x.
             88 door-is-open            value "Y".
           10 door-open-secs-at pic 9(12).
           10 door-open-hhmmss pic x(6).
           10 door-any-line   pic x.
             88 door-has-lines          value "Y".
           10 door-open-total pic 9(7).
           10 door-open-count pic 9(4).
           10 door-longest    pic 9(7).
           10 door-longest-at pic x(6).
           10 door-hour-opens pic 9(4) occurs 24 times.
      *>     the week-earlier day's total, held for the comparison
           10 door-prior-total pic 9(7).
           10 door-prior-lines pic x.
             88 door-prior-has-lines    value "Y".
       01 door-count        pic 9     value zero.
       01 door-idx          pic 9.
       01 ws-door-key       pic x(8).
       01 ws-interval       pic 9(7).
       01 hour-idx          pic 99.
       01 ws-hour-slot      pic 99.

      *> line parsing, the same STATE= split the replay program
      *> uses on this log.
       01 ws-line-junk      pic x(60).
       01 ws-line-rest      pic x(40).
       01 ws-state-text     pic x(4).
       01 ws-door-junk      pic x(40).
       01 ws-door-tag       pic x(8).

      *> timestamp arithmetic: seconds since the walked day's own
      *> midnight, so midnight carry-over is a plain 0 and 86400.
         function date-of-integer(ws-day-number)
       move ws-date-work to ws-compare-date

      *> the week-earlier day first, so each door's total is in
      *> hand when the requested day's section prints.
       move ws-compare-date to ws-walk-date
       perform walk-one-day
       perform varying door-idx from 1 by 1
                 until door-idx > door-count
         move door-open-total(door-idx) to door-prior-total(door-idx)
         move door-any-line(door-idx)   to door-prior-lines(door-idx)
       end-perform

       move ws-report-date to ws-walk-date
       perform walk-one-day
       end-string
       perform put-report-line

       if door-count is equal to zero
         move "  NO SWITCH HISTORY FOR THIS DAY" to ws-rpt-line
         perform put-report-line
         move spaces to ws-rpt-line
         string "  WEEK-OVER-WEEK: NO HISTORY FOR "
                               delimited by size
                ws-compare-date delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       else
         perform varying door-idx from 1 by 1
                   until door-idx > door-count
           perform report-one-door
         end-perform
       end-if
       close duty-report-file
       goback.

      *> One door's section: a DOOR heading whenever the log names
      *> its doors or has more than one switch, then the day's
      *> totals, hourly counts and week-over-week line.
       report-one-door.
           if door-is-tagged(door-idx) or door-count > 1
             move spaces to ws-rpt-line
             string "  DOOR "            delimited by size
                    door-name(door-idx)  delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if

           if not door-has-lines(door-idx)
             move "  NO SWITCH HISTORY FOR THIS DAY" to ws-rpt-line
             perform put-report-line
           else
             move door-open-total(door-idx) to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-total-text
             move door-open-count(door-idx) to edited-opens
             move spaces to ws-rpt-line
             string "  TOTAL OPEN " delimited by size
                    ws-total-text   delimited by size
                    " IN "          delimited by size
                    edited-opens    delimited by size
                    " OPENING(S)"   delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             move door-longest(door-idx) to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "  LONGEST OPENING " delimited by size
                    ws-dur-text          delimited by size
                    " STARTING "         delimited by size
                    door-longest-at(door-idx)(1:2) delimited by size
                    ":"                  delimited by size
                    door-longest-at(door-idx)(3:2) delimited by size
                    ":"                  delimited by size
                    door-longest-at(door-idx)(5:2) delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             perform varying hour-idx from 1 by 1 until hour-idx > 24
               if door-hour-opens(door-idx, hour-idx)
                    is not equal to zero
                 move door-hour-opens(door-idx, hour-idx)
                   to edited-hour-opens
                 move spaces to ws-rpt-line
                 compute ws-hour-slot = hour-idx - 1
                 string "  HOUR "  delimited by size
                        ws-hour-slot delimited by size
                        ":00 OPENINGS=" delimited by size
                        edited-hour-opens delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-report-line
               end-if
             end-perform
           end-if

      *>   week over week: this day against the same weekday seven
      *>   days earlier.
           move spaces to ws-rpt-line
           if not door-prior-has-lines(door-idx)
             string "  WEEK-OVER-WEEK: NO HISTORY FOR "
                                   delimited by size
                    ws-compare-date delimited by size
                    into ws-rpt-line
             end-string
           else
             move door-prior-total(door-idx) to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-prior-text
             compute ws-diff-secs = door-open-total(door-idx)
                                  - door-prior-total(door-idx)
             move ws-diff-secs to edited-diff
             string "  WEEK-OVER-WEEK: " delimited by size
                    ws-compare-date      delimited by size
                    " OPEN "             delimited by size
                    ws-prior-text        delimited by size
                    ", CHANGE "          delimited by size
                    edited-diff          delimited by size
                    " SEC"               delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

       put-report-line.
           move ws-rpt-line to duty-report-record
           write duty-report-record
      *> log as the fallback, only lines of the walked date
      *> counted either way.
       walk-one-day.
           perform varying door-idx from 1 by 1
                     until door-idx > door-count
             perform reset-one-door
           end-perform

           move spaces to ws-swlog-name
      *>     still open at the last transition: carry the opening
      *>     to midnight so the boundary-spanning time is charged
      *>     to this day too.
             perform varying door-idx from 1 by 1
                       until door-idx > door-count
               if door-is-open(door-idx) and door-has-lines(door-idx)
                 compute ws-interval =
                   DAY-SECS - door-open-secs-at(door-idx)
                 perform close-one-interval
               end-if
             end-perform
           end-if
           .

      *> One READSW.LOG line of the walked date, charged to its
      *> door: a transition to LOW opens that door's interval, to
      *> HIGH closes it. A door whose first line of the day closes
      *> was open since midnight.
       fold-one-transition.
           if switch-log-record(1:8) is not equal to ws-walk-date
              or switch-log-record(1:14) is not numeric
               continue
             else
               move ws-line-rest(1:4) to ws-state-text
               perform find-line-door
               compute ws-line-secs =
                 function numval(switch-log-record(9:2)) * 3600
                 + function numval(switch-log-record(11:2)) * 60
                 + function numval(switch-log-record(13:2))
               if ws-state-text is equal to "LOW "
                 if not door-is-open(door-idx)
                   set door-is-open(door-idx) to true
                   move ws-line-secs to door-open-secs-at(door-idx)
                   move switch-log-record(9:6)
                     to door-open-hhmmss(door-idx)
                   add 1 to door-open-count(door-idx)
                   compute ws-hour-slot =
                     function numval(switch-log-record(9:2)) + 1
                   add 1 to door-hour-opens(door-idx, ws-hour-slot)
                 end-if
               else
                 if ws-state-text is equal to "HIGH"
                   if door-is-open(door-idx)
                     compute ws-interval =
                       ws-line-secs - door-open-secs-at(door-idx)
                     perform close-one-interval
                     move "N" to door-open(door-idx)
                   else
                     if not door-has-lines(door-idx)
      *>               first line of the day is a close: the door
      *>               was open since midnight.
                       move zero     to door-open-secs-at(door-idx)
                       move "000000" to door-open-hhmmss(door-idx)
                       add 1 to door-open-count(door-idx)
                       add 1 to door-hour-opens(door-idx, 1)
                       compute ws-interval = ws-line-secs
                       perform close-one-interval
                     end-if
                   end-if
                 end-if
               end-if
               set door-has-lines(door-idx) to true
             end-if
           end-if
           .

      *> The door a line belongs to: its DOOR= tag, or PIN-nn
      *> from SW-PIN= on a line written before doors were
      *> labelled. A door not seen before joins the list; past
      *> the list's end, lines share the last slot.
       find-line-door.
           move spaces to ws-door-junk ws-door-tag
           unstring ws-line-rest delimited by "DOOR="
             into ws-door-junk ws-door-tag
           end-unstring
           if ws-door-tag is not equal to spaces
             move ws-door-tag to ws-door-key
           else
             move spaces to ws-door-junk ws-door-tag
             unstring switch-log-record delimited by "SW-PIN="
               into ws-door-junk ws-door-tag
             end-unstring
             move spaces to ws-door-key
             string "PIN-"            delimited by size
                    ws-door-tag(1:2)  delimited by size
                    into ws-door-key
             end-string
             move spaces to ws-door-tag
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
               move "N" to door-tagged(door-idx)
                           door-prior-lines(door-idx)
               move zero to door-prior-total(door-idx)
               perform reset-one-door
             else
               move door-count to door-idx
             end-if
           end-if
           if ws-door-tag is not equal to spaces
             move "Y" to door-tagged(door-idx)
           end-if
           .

       reset-one-door.
           move zero to door-open-total(door-idx)
                        door-open-count(door-idx)
                        door-longest(door-idx)
                        door-open-secs-at(door-idx)
           move spaces to door-longest-at(door-idx)
                          door-open-hhmmss(door-idx)
           move "N" to door-open(door-idx) door-any-line(door-idx)
           perform varying hour-idx from 1 by 1 until hour-idx > 24
             move zero to door-hour-opens(door-idx, hour-idx)
           end-perform
           .

       close-one-interval.
           add ws-interval to door-open-total(door-idx)
           if ws-interval > door-longest(door-idx)
             move ws-interval to door-longest(door-idx)
             move door-open-hhmmss(door-idx)
               to door-longest-at(door-idx)
           end-if
           .

