      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Monthly alarm response KPI report.
      *>
      *> alarmrpt says how long the racks were in alarm and
      *> alarmack says which alarms nobody looked at; neither says
      *> how quickly the floor responds. This program walks a whole
      *> month of the shared log - the dated archives the shift-end
      *> roller produces (sensor_events_YYYYMMDD.log, through the
      *> first day of the following month so a late-evening alarm
      *> rolled next morning is not lost) plus whatever still sits
      *> in the live SENSOR_EVENTS.LOG - together with
      *> ALARM_ACK.DAT, and for every COMPOSITE ALARM raised in the
      *> month works out:
      *>
      *>   time to acknowledge - alarm to its ALARM_ACK.DAT record
      *>   time to clear       - alarm to its COMPOSITE CLEAR
      *>   how far escalate walked the roster for it (its own
      *>   ESCALATE events on the shared log)
      *>
      *> and reports mean and worst time-to-ack and time-to-clear,
      *> the count of alarms escalated past step 1 and the count
      *> never acknowledged, for the month as a whole, then per
      *> operator (the operator on shift when the alarm was raised
      *> - the one it fell to), per shift (each SIGNON starts a
      *> shift, named by its sign-on time and operator) and per
      *> station. An alarm with no ack has no time-to-ack, and one
      *> still open at the end of the walk no time-to-clear; each
      *> is left out of that mean rather than counted as zero.
      *>
      *> An alarm tmp102 tagged SUPPRESSED (raised inside a planned
      *> maintenance window, see the maintwin program) nobody was
      *> expected to answer: it is counted on a line of its own
      *> under the month's figures and left out of every response
      *> figure.
      *>
      *> Each run also keeps the month's headline figures in
      *> ALARMKPI_HIST.DAT (one line per month, comma-separated:
      *> YYYYMM,alarms,mean-ack-secs,mean-clear-secs,escalated,
      *> never-acked; re-running a month replaces its line), so the
      *> report closes with a month-over-month comparison against
      *> the month before even after that month's archives have
      *> been purged.
      *>
      *> The report is appended to ALARMKPI.RPT and echoed to the
      *> console.
      *>
      *> How to use this program:
      *>   alarmkpi YYYYMM
      *>
      *> How to build this program:
      *>   cobc -x alarmkpi.cob -I ../copybooks
      *>
       identification division.
       program-id. alarmkpi.

       environment division.
       input-output section.
       file-control.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select ack-file assign to "alarm_ack.dat"
               organization is line sequential
               file status is ws-ack-status.
           select history-file assign to "alarmkpi_hist.dat"
               organization is line sequential
               file status is ws-hist-status.
           select kpi-report-file assign to "alarmkpi.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  sensor-event-file.
           copy sensorevt.
       fd  ack-file.
       01  ack-record          pic x(120).
       fd  history-file.
       01  history-record      pic x(60).
       fd  kpi-report-file.
       01  kpi-report-record   pic x(100).

       working-storage section.

      *> the month under report, from the command line
       01 ws-cmdline-arg    pic x(20).
       01 ws-month          pic x(6).
       01 ws-month-num      pic 9(6).
       01 ws-days-in-month  pic 99.
       01 ws-first-num      pic 9(8).
       01 ws-next-num       pic 9(8).
       01 ws-first-days     pic 9(7).
       01 ws-next-days      pic 9(7).
       01 ws-prior-month    pic x(6).
       01 ws-prior-num      pic 9(6).

      *> history-walk housekeeping: one archive per day of the
      *> month and the first of the next, then the live log.
       01 ws-sevt-status    pic xx.
       01 ws-log-name       pic x(40).
       01 ws-log-done       pic x.
         88 log-is-done               value "Y".
       01 ws-day-idx        pic 99.
       01 ws-day-date       pic 9(8).

      *> the shift in force as the log streams past: the latest
      *> SIGNON's stamp and operator.
       01 ws-shift-stamp    pic x(12) value spaces.
       01 ws-shift-operator pic x(8)  value spaces.

      *> every COMPOSITE ALARM raised in the month, with what
      *> became of it. 300 is a very bad month.
       01 alarm-table.
         05 alarm-entry occurs 300 times.
           10 al-stamp       pic x(21).
           10 al-secs        pic 9(12).
           10 al-operator    pic x(8).
           10 al-shift       pic x(21).
           10 al-station     pic x(8).
           10 al-cleared     pic x.
             88 alarm-has-cleared     value "Y".
           10 al-clear-secs  pic 9(8).
           10 al-acked       pic x.
             88 alarm-is-acked        value "Y".
           10 al-ack-secs    pic 9(8).
           10 al-step        pic 9.
           10 al-supp        pic x.
             88 alarm-is-suppressed   value "Y".
       01 al-count          pic 9(3)  value zero.
       01 al-idx            pic 9(3).
       01 ws-open-idx       pic 9(3)  value zero.
       01 ws-table-full     pic x     value "N".
         88 alarm-table-is-full       value "Y".
       01 ws-esc-step       pic 9.
       01 ws-supp-count     pic 9(4)  value zero.

      *> ack-file housekeeping
       01 ws-ack-status     pic xx.
       01 ws-ack-done       pic x.
         88 ack-scan-is-done          value "Y".
       01 ack-alarm-stamp   pic x(21).
       01 ack-operator      pic x(8).
       01 ack-stamp         pic x(21).
       01 ack-rest          pic x(70).

      *> response figures: group 1 is the whole month, the rest
      *> one per operator (O), shift (S) and station (T).
       01 group-table.
         05 group-entry occurs 120 times.
           10 gp-kind        pic x.
           10 gp-key         pic x(21).
           10 gp-alarms      pic 9(4).
           10 gp-acked       pic 9(4).
           10 gp-ack-sum     pic 9(10).
           10 gp-ack-worst   pic 9(8).
           10 gp-cleared     pic 9(4).
           10 gp-clear-sum   pic 9(10).
           10 gp-clear-worst pic 9(8).
           10 gp-escalated   pic 9(4).
           10 gp-never       pic 9(4).
       01 gp-count          pic 9(3)  value zero.
       01 gp-idx            pic 9(3).
       01 ws-group-kind     pic x.
       01 ws-group-key      pic x(21).
       01 ws-mean-ack       pic 9(8).
       01 ws-mean-clear     pic 9(8).

      *> month-over-month history, re-read and rewritten each run
       01 ws-hist-status    pic xx.
       01 ws-hist-done      pic x.
         88 hist-is-loaded            value "Y".
       01 history-table.
         05 history-entry occurs 60 times.
           10 hs-month       pic x(6).
           10 hs-alarms      pic 9(4).
           10 hs-ack-mean    pic 9(8).
           10 hs-clear-mean  pic 9(8).
           10 hs-escalated   pic 9(4).
           10 hs-never       pic 9(4).
       01 hs-count          pic 99    value zero.
       01 hs-idx            pic 99.
       01 hs-slot           pic 99.
       01 hs-prior          pic 99.
       01 hs-month-x        pic x(6).
       01 hs-alarms-x       pic x(5).
       01 hs-ack-x          pic x(9).
       01 hs-clear-x        pic x(9).
       01 hs-esc-x          pic x(5).
       01 hs-never-x        pic x(5).
       01 edited-hist-ack   pic Z(7)9.
       01 edited-hist-clear pic Z(7)9.

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
       01 ws-dur-rem        pic 9(8).
       01 ws-dur-text       pic x(10).
       01 ws-dur-mean       pic x(10).
       01 ws-dur-worst      pic x(10).
       01 ws-dur-prior      pic x(10).

      *> report housekeeping
       01 ws-rpt-status     pic xx.
       01 ws-rpt-line       pic x(100).
       01 ws-timestamp      pic x(21).
       01 edited-count      pic ZZZ9.
       01 edited-count-2    pic ZZZ9.
       01 edited-count-3    pic ZZZ9.
       01 ws-heading        pic x(40).

       procedure division.
       accept ws-cmdline-arg from command-line
       move function trim(ws-cmdline-arg) to ws-month
       if ws-month is not numeric or
            ws-month(5:2) < "01" or ws-month(5:2) > "12"
         display "alarmkpi: usage: alarmkpi YYYYMM"
         goback
       end-if
       move ws-month to ws-month-num

      *> days in the month, first of next month minus first of
      *> this one, and the month before for the comparison line.
       compute ws-first-num = ws-month-num * 100 + 1
       if ws-month(5:2) is equal to "12"
         compute ws-next-num =
           (function numval(ws-month(1:4)) + 1) * 10000 + 101
       else
         compute ws-next-num = ws-first-num + 100
       end-if
       compute ws-first-days =
         function integer-of-date(ws-first-num)
       compute ws-next-days =
         function integer-of-date(ws-next-num)
       compute ws-days-in-month = ws-next-days - ws-first-days
       if ws-month(5:2) is equal to "01"
         compute ws-prior-num = ws-month-num - 89
       else
         compute ws-prior-num = ws-month-num - 1
       end-if
       move ws-prior-num to ws-prior-month

      *> the month's archives, the next month's first, then the
      *> live log.
       perform varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-days-in-month
         compute ws-day-date = ws-month-num * 100 + ws-day-idx
         perform walk-one-archive
       end-perform
       move ws-next-num to ws-day-date
       perform walk-one-archive
       move "sensor_events.log" to ws-log-name
       perform walk-one-log

       if al-count is equal to zero
         display "alarmkpi: no composite alarms found for "
                 ws-month "."
         goback
       end-if
       if alarm-table-is-full
         display "alarmkpi: more than 300 alarms in " ws-month
                 ", the rest are not counted."
       end-if

       perform load-acks
       perform build-groups

       open extend kpi-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close kpi-report-file
         open output kpi-report-file
       end-if
       move function current-date to ws-timestamp
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " ALARM RESPONSE KPI REPORT FOR "
                           delimited by size
              ws-month     delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line

       move 1 to gp-idx
       perform put-one-group
       if ws-supp-count is not equal to zero
         move ws-supp-count to edited-count
         move spaces to ws-rpt-line
         string "  PLUS "      delimited by size
                edited-count   delimited by size
                " SUPPRESSED ALARM(S) INSIDE MAINTENANCE WINDOWS,"
                               delimited by size
                " NOT COUNTED" delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       end-if

       move "O" to ws-group-kind
       move "  ---- BY OPERATOR ON SHIFT ----" to ws-heading
       perform put-group-kind
       move "S" to ws-group-kind
       move "  ---- BY SHIFT (SIGN-ON, OPERATOR) ----"
         to ws-heading
       perform put-group-kind
       move "T" to ws-group-kind
       move "  ---- BY STATION ----" to ws-heading
       perform put-group-kind

       perform put-month-over-month
       close kpi-report-file
       goback.

       put-report-line.
           move ws-rpt-line to kpi-report-record
           write kpi-report-record
           display ws-rpt-line
           .

       walk-one-archive.
           move spaces to ws-log-name
           string "sensor_events_" delimited by size
                  ws-day-date      delimited by size
                  ".log"           delimited by size
                  into ws-log-name
           end-string
           perform walk-one-log
           .

      *> Streams one shared-log file, live or archived, through
      *> note-one-event; an archive never rolled is skipped.
       walk-one-log.
           open input sensor-event-file
           if ws-sevt-status is equal to "00"
             move "N" to ws-log-done
             perform until log-is-done
               read sensor-event-file
                 at end set log-is-done to true
                 not at end perform note-one-event
               end-read
             end-perform
             close sensor-event-file
           end-if
           .

      *> SIGNON moves the shift on; a COMPOSITE ALARM in the month
      *> opens an entry and its CLEAR closes it; SUPPRESSED marks
      *> the alarm it follows; ESCALATE events raise the step.
       note-one-event.
           if SE-SOURCE is equal to "SIGNON"
             move SE-TIMESTAMP(1:12) to ws-shift-stamp
             move SE-OPERATOR        to ws-shift-operator
           end-if
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "COMPOSITE"
             evaluate SE-VALUE(1:5)
               when "ALARM"
                 move zero to ws-open-idx
                 if SE-TIMESTAMP(1:6) is equal to ws-month
                   perform open-one-alarm
                 end-if
               when "CLEAR"
                 if ws-open-idx is not equal to zero
                   move SE-TIMESTAMP(1:16) to ws-ts-work
                   perform stamp-to-seconds
                   move "Y" to al-cleared(ws-open-idx)
                   if ws-stamp-secs > al-secs(ws-open-idx)
                     compute al-clear-secs(ws-open-idx) =
                       ws-stamp-secs - al-secs(ws-open-idx)
                   end-if
                   move zero to ws-open-idx
                 end-if
             end-evaluate
           end-if
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "SUPPRESSED" and
                ws-open-idx is not equal to zero
             if al-stamp(ws-open-idx) is equal to SE-TIMESTAMP
               move "Y" to al-supp(ws-open-idx)
             end-if
           end-if
           if SE-SOURCE is equal to "ESCALATE" and
                SE-EVENT-TYPE is equal to "ESCALATE" and
                SE-VALUE(1:1) is numeric
             move SE-VALUE(1:1) to ws-esc-step
             perform varying al-idx from 1 by 1
                     until al-idx > al-count
               if al-stamp(al-idx)(1:14) is equal to SE-VALUE(2:14)
                 if ws-esc-step > al-step(al-idx)
                   move ws-esc-step to al-step(al-idx)
                 end-if
               end-if
             end-perform
           end-if
           .

       open-one-alarm.
           if al-count >= 300
             set alarm-table-is-full to true
           else
             add 1 to al-count
             move al-count to ws-open-idx
             move SE-TIMESTAMP to al-stamp(al-count)
             move SE-TIMESTAMP(1:16) to ws-ts-work
             perform stamp-to-seconds
             move ws-stamp-secs to al-secs(al-count)
             move SE-OPERATOR to al-operator(al-count)
             if al-operator(al-count) is equal to spaces
               move ws-shift-operator to al-operator(al-count)
             end-if
             if al-operator(al-count) is equal to spaces
               move "(NONE)" to al-operator(al-count)
             end-if
             move spaces to al-shift(al-count)
             if ws-shift-stamp is equal to spaces
               move "(NO SIGN-ON)" to al-shift(al-count)
             else
               string ws-shift-stamp    delimited by size
                      " "               delimited by size
                      ws-shift-operator delimited by size
                      into al-shift(al-count)
               end-string
             end-if
             move SE-STATION to al-station(al-count)
             if al-station(al-count) is equal to spaces
               move "(NONE)" to al-station(al-count)
             end-if
             move "N"  to al-cleared(al-count)
                          al-acked(al-count)
                          al-supp(al-count)
             move zero to al-clear-secs(al-count)
                          al-ack-secs(al-count)
                          al-step(al-count)
           end-if
           .

      *> ALARM_ACK.DAT lines are alarm-stamp,operator,ack-stamp,
      *> note; the first ack on file for an alarm is its response.
       load-acks.
           open input ack-file
           if ws-ack-status is equal to "00"
             move "N" to ws-ack-done
             perform until ack-scan-is-done
               read ack-file
                 at end set ack-scan-is-done to true
                 not at end
                   move spaces to ack-alarm-stamp ack-operator
                                  ack-stamp ack-rest
                   unstring ack-record delimited by ","
                     into ack-alarm-stamp ack-operator
                          ack-stamp ack-rest
                   end-unstring
                   perform match-one-ack
               end-read
             end-perform
             close ack-file
           end-if
           .

       match-one-ack.
           perform varying al-idx from 1 by 1 until al-idx > al-count
             if al-stamp(al-idx) is equal to ack-alarm-stamp and
                  not alarm-is-acked(al-idx)
               move "Y" to al-acked(al-idx)
               move ack-stamp(1:16) to ws-ts-work
               perform stamp-to-seconds
               if ws-stamp-secs > al-secs(al-idx)
                 compute al-ack-secs(al-idx) =
                   ws-stamp-secs - al-secs(al-idx)
               end-if
             end-if
           end-perform
           .

      *> Charges every answerable alarm to the month and to its
      *> operator, shift and station.
       build-groups.
           move 1 to gp-count gp-idx
           move "M" to gp-kind(1)
           move "MONTH" to gp-key(1)
           perform clear-one-group
           perform varying al-idx from 1 by 1 until al-idx > al-count
             if alarm-is-suppressed(al-idx)
               add 1 to ws-supp-count
             else
               move 1 to gp-idx
               perform charge-one-group
               move "O" to ws-group-kind
               move al-operator(al-idx) to ws-group-key
               perform find-group
               move "S" to ws-group-kind
               move al-shift(al-idx) to ws-group-key
               perform find-group
               move "T" to ws-group-kind
               move al-station(al-idx) to ws-group-key
               perform find-group
             end-if
           end-perform
           .

       find-group.
           perform varying gp-idx from 1 by 1
                   until gp-idx > gp-count
                      or (gp-kind(gp-idx) = ws-group-kind and
                          gp-key(gp-idx) = ws-group-key)
             continue
           end-perform
           if gp-idx > gp-count
             if gp-count < 120
               add 1 to gp-count
               move gp-count to gp-idx
               move ws-group-kind to gp-kind(gp-idx)
               move ws-group-key  to gp-key(gp-idx)
               perform clear-one-group
             else
               move zero to gp-idx
             end-if
           end-if
           if gp-idx is not equal to zero
             perform charge-one-group
           end-if
           .

       clear-one-group.
           move zero to gp-alarms(gp-idx) gp-acked(gp-idx)
                        gp-ack-sum(gp-idx) gp-ack-worst(gp-idx)
                        gp-cleared(gp-idx) gp-clear-sum(gp-idx)
                        gp-clear-worst(gp-idx) gp-escalated(gp-idx)
                        gp-never(gp-idx)
           .

       charge-one-group.
           add 1 to gp-alarms(gp-idx)
           if alarm-is-acked(al-idx)
             add 1 to gp-acked(gp-idx)
             add al-ack-secs(al-idx) to gp-ack-sum(gp-idx)
             if al-ack-secs(al-idx) > gp-ack-worst(gp-idx)
               move al-ack-secs(al-idx) to gp-ack-worst(gp-idx)
             end-if
           else
             add 1 to gp-never(gp-idx)
           end-if
           if alarm-has-cleared(al-idx)
             add 1 to gp-cleared(gp-idx)
             add al-clear-secs(al-idx) to gp-clear-sum(gp-idx)
             if al-clear-secs(al-idx) > gp-clear-worst(gp-idx)
               move al-clear-secs(al-idx) to gp-clear-worst(gp-idx)
             end-if
           end-if
           if al-step(al-idx) > 1
             add 1 to gp-escalated(gp-idx)
           end-if
           .

       put-group-kind.
           move ws-heading to ws-rpt-line
           perform put-report-line
           perform varying gp-idx from 2 by 1 until gp-idx > gp-count
             if gp-kind(gp-idx) is equal to ws-group-kind
               perform put-one-group
             end-if
           end-perform
           .

      *> Two lines per group: counts, then mean and worst times.
       put-one-group.
           move zero to ws-mean-ack ws-mean-clear
           if gp-acked(gp-idx) is not equal to zero
             compute ws-mean-ack rounded =
               gp-ack-sum(gp-idx) / gp-acked(gp-idx)
           end-if
           if gp-cleared(gp-idx) is not equal to zero
             compute ws-mean-clear rounded =
               gp-clear-sum(gp-idx) / gp-cleared(gp-idx)
           end-if
           move gp-alarms(gp-idx)    to edited-count
           move gp-escalated(gp-idx) to edited-count-2
           move gp-never(gp-idx)     to edited-count-3
           move spaces to ws-rpt-line
           string "  "             delimited by size
                  gp-key(gp-idx)   delimited by size
                  " ALARMS="       delimited by size
                  edited-count     delimited by size
                  " ESCALATED PAST STEP 1=" delimited by size
                  edited-count-2   delimited by size
                  " NEVER ACKED="  delimited by size
                  edited-count-3   delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line

           move spaces to ws-rpt-line
           if gp-acked(gp-idx) is equal to zero
             string "      TO-ACK   (NONE ACKED)"
                                   delimited by size
                    into ws-rpt-line
             end-string
           else
             move ws-mean-ack to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-dur-mean
             move gp-ack-worst(gp-idx) to ws-dur-rem
             perform format-duration
             string "      TO-ACK   MEAN=" delimited by size
                    ws-dur-mean  delimited by size
                    " WORST="    delimited by size
                    ws-dur-text  delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           move spaces to ws-rpt-line
           if gp-cleared(gp-idx) is equal to zero
             string "      TO-CLEAR (NONE CLEARED)"
                                   delimited by size
                    into ws-rpt-line
             end-string
           else
             move ws-mean-clear to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-dur-mean
             move gp-clear-worst(gp-idx) to ws-dur-rem
             perform format-duration
             string "      TO-CLEAR MEAN=" delimited by size
                    ws-dur-mean  delimited by size
                    " WORST="    delimited by size
                    ws-dur-text  delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

      *> The month's headline figures go into the history file,
      *> replacing any earlier run of the same month, and are set
      *> against the month before when it is on file.
       put-month-over-month.
           perform load-history
           move 1 to gp-idx
           move zero to ws-mean-ack ws-mean-clear
           if gp-acked(1) is not equal to zero
             compute ws-mean-ack rounded =
               gp-ack-sum(1) / gp-acked(1)
           end-if
           if gp-cleared(1) is not equal to zero
             compute ws-mean-clear rounded =
               gp-clear-sum(1) / gp-cleared(1)
           end-if

           move zero to hs-slot hs-prior
           perform varying hs-idx from 1 by 1 until hs-idx > hs-count
             if hs-month(hs-idx) is equal to ws-month
               move hs-idx to hs-slot
             end-if
             if hs-month(hs-idx) is equal to ws-prior-month
               move hs-idx to hs-prior
             end-if
           end-perform
           if hs-slot is equal to zero
             if hs-count >= 60
      *>       the oldest month makes room.
               perform varying hs-idx from 1 by 1
                       until hs-idx >= hs-count
                 move history-entry(hs-idx + 1)
                   to history-entry(hs-idx)
               end-perform
               if hs-prior > 1
                 subtract 1 from hs-prior
               else
                 move zero to hs-prior
               end-if
             else
               add 1 to hs-count
             end-if
             move hs-count to hs-slot
           end-if
           move ws-month        to hs-month(hs-slot)
           move gp-alarms(1)    to hs-alarms(hs-slot)
           move ws-mean-ack     to hs-ack-mean(hs-slot)
           move ws-mean-clear   to hs-clear-mean(hs-slot)
           move gp-escalated(1) to hs-escalated(hs-slot)
           move gp-never(1)     to hs-never(hs-slot)
           perform save-history

           move spaces to ws-rpt-line
           if hs-prior is equal to zero
             string "  MONTH-OVER-MONTH: NO FIGURES ON FILE FOR "
                                  delimited by size
                    ws-prior-month delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           else
             string "  MONTH-OVER-MONTH " delimited by size
                    ws-prior-month delimited by size
                    " -> "         delimited by size
                    ws-month       delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             move hs-alarms(hs-prior)    to edited-count
             move gp-alarms(1)           to edited-count-2
             move spaces to ws-rpt-line
             string "    ALARMS "   delimited by size
                    edited-count    delimited by size
                    " -> "          delimited by size
                    edited-count-2  delimited by size
                    into ws-rpt-line
             end-string
             move hs-escalated(hs-prior) to edited-count
             move gp-escalated(1)        to edited-count-2
             string "  ESCALATED "  delimited by size
                    edited-count    delimited by size
                    " -> "          delimited by size
                    edited-count-2  delimited by size
                    into ws-rpt-line(30:30)
             end-string
             move hs-never(hs-prior)     to edited-count
             move gp-never(1)            to edited-count-2
             string "  NEVER ACKED " delimited by size
                    edited-count    delimited by size
                    " -> "          delimited by size
                    edited-count-2  delimited by size
                    into ws-rpt-line(60:30)
             end-string
             perform put-report-line
             move hs-ack-mean(hs-prior) to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-dur-prior
             move ws-mean-ack to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "    MEAN TO-ACK "  delimited by size
                    ws-dur-prior    delimited by size
                    " -> "          delimited by size
                    ws-dur-text     delimited by size
                    into ws-rpt-line
             end-string
             move hs-clear-mean(hs-prior) to ws-dur-rem
             perform format-duration
             move ws-dur-text to ws-dur-prior
             move ws-mean-clear to ws-dur-rem
             perform format-duration
             string "  MEAN TO-CLEAR " delimited by size
                    ws-dur-prior    delimited by size
                    " -> "          delimited by size
                    ws-dur-text     delimited by size
                    into ws-rpt-line(46:50)
             end-string
             perform put-report-line
           end-if
           .

       load-history.
           move zero to hs-count
           move "N"  to ws-hist-done
           open input history-file
           if ws-hist-status is not equal to "00"
             set hist-is-loaded to true
           end-if
           perform until hist-is-loaded or hs-count >= 60
             read history-file
               at end set hist-is-loaded to true
               not at end
                 move spaces to hs-month-x hs-alarms-x hs-ack-x
                                hs-clear-x hs-esc-x hs-never-x
                 unstring history-record delimited by ","
                   into hs-month-x hs-alarms-x hs-ack-x
                        hs-clear-x hs-esc-x hs-never-x
                 end-unstring
                 if hs-month-x is numeric and
                      function test-numval(hs-alarms-x) = 0 and
                      function test-numval(hs-ack-x) = 0 and
                      function test-numval(hs-clear-x) = 0 and
                      function test-numval(hs-esc-x) = 0 and
                      function test-numval(hs-never-x) = 0
                   add 1 to hs-count
                   move hs-month-x to hs-month(hs-count)
                   compute hs-alarms(hs-count) =
                     function numval(hs-alarms-x)
                   compute hs-ack-mean(hs-count) =
                     function numval(hs-ack-x)
                   compute hs-clear-mean(hs-count) =
                     function numval(hs-clear-x)
                   compute hs-escalated(hs-count) =
                     function numval(hs-esc-x)
                   compute hs-never(hs-count) =
                     function numval(hs-never-x)
                 end-if
             end-read
           end-perform
           if ws-hist-status is equal to "00" or
                ws-hist-status is equal to "10"
             close history-file
           end-if
           .

       save-history.
           open output history-file
           if ws-hist-status is not equal to "00"
             display "alarmkpi: unable to write alarmkpi_hist.dat, "
                     "status " ws-hist-status
           else
             perform varying hs-idx from 1 by 1
                     until hs-idx > hs-count
               move hs-alarms(hs-idx)     to edited-count
               move hs-ack-mean(hs-idx)   to edited-hist-ack
               move hs-clear-mean(hs-idx) to edited-hist-clear
               move hs-escalated(hs-idx)  to edited-count-2
               move hs-never(hs-idx)      to edited-count-3
               move spaces to history-record
               string hs-month(hs-idx)       delimited by size
                      ","                    delimited by size
                      function trim(edited-count)
                                             delimited by size
                      ","                    delimited by size
                      function trim(edited-hist-ack)
                                             delimited by size
                      ","                    delimited by size
                      function trim(edited-hist-clear)
                                             delimited by size
                      ","                    delimited by size
                      function trim(edited-count-2)
                                             delimited by size
                      ","                    delimited by size
                      function trim(edited-count-3)
                                             delimited by size
                      into history-record
               end-string
               write history-record
             end-perform
             close history-file
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
       end program alarmkpi.
