      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Cold-store lot impact report.
      *>
      *> An out-of-band rack is only half the story; QA needs to
      *> know which lots sat in it and for how long. This program
      *> walks a temperature history, finds every excursion per
      *> rack label - from the first reading outside the band in
      *> force to the first reading back inside it - and for each
      *> one lists every lot the lot register COLDLOT.DAT (see the
      *> lotreg program) had in that rack on the day: the minutes
      *> it spent out of band and the peak reading it saw.
      *>
      *> The band each reading is judged against is the one tmp102
      *> would have applied at that reading's time: the TMP102.CFG
      *> low/high as the base, with the TMP102_SCHED.DAT windows
      *> on top (first match wins, a window whose start is later
      *> than its end wraps past midnight) - the same lookup the
      *> replay program makes.
      *>
      *> Each lot carries its cumulative minutes out of band. A
      *> closed excursion is charged to the lots in its rack once:
      *> the lot remembers the end of the last excursion charged to
      *> it, so a second run over the same log, or a run over an
      *> older archive, charges nothing twice. When a lot's
      *> cumulative exposure passes its product's limit in
      *> PRODUCT_LIMIT.DAT (maintained from lotreg's P option) the
      *> lot is put on HOLD FOR QA, the hold is printed, and a
      *> LOTIMPACT QA-HOLD event naming the lot goes on the shared
      *> sensor-event log. A product with no limit on file is
      *> never held. An excursion still open at the end of the log
      *> is listed with its lots but not charged until a later run
      *> sees it close.
      *>
      *> How to use this program:
      *>   lotimpact [tmp102-log]
      *>
      *> The default is the live TMP102.LOG; a dated logroll
      *> archive (e.g. tmp102_20261014.log) can be named instead.
      *> Archives should be run oldest first, so each lot's
      *> charged-through mark only ever moves forward. The report
      *> is appended to LOTIMPACT.RPT and echoed to the console.
      *>
      *> How to build this program:
      *>   cobc -x lotimpact.cob -I ../copybooks
      *>
       identification division.
       program-id. lotimpact.

       environment division.
       input-output section.
       file-control.
           select temp-log-file assign to ws-tmplog-name
               organization is line sequential
               file status is ws-tmplog-status.
           select tmp-control-file assign to "tmp102.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select schedule-file assign to "tmp102_sched.dat"
               organization is line sequential
               file status is ws-sched-status.
           select lot-file assign to "coldlot.dat"
               organization is indexed
               access mode is dynamic
               record key is LT-LOT
               file status is ws-lot-status.
           select limit-file assign to "product_limit.dat"
               organization is line sequential
               file status is ws-lim-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select impact-report-file assign to "lotimpact.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  temp-log-file.
       01  temp-log-record     pic x(70).
       fd  tmp-control-file.
       01  tmp-control-record  pic x(200).
       fd  schedule-file.
       01  schedule-record     pic x(40).
       fd  lot-file.
           copy coldlot.
       fd  limit-file.
       01  limit-record        pic x(40).
       fd  sensor-event-file.
           copy sensorevt.
       fd  onshift-file.
       01  onshift-record      pic x(30).
       fd  station-file.
       01  station-record      pic x(20).
       fd  impact-report-file.
       01  impact-report-record pic x(100).

       working-storage section.

      *> input naming
       01 ws-cmdline-arg    pic x(60).
       01 ws-tmplog-name    pic x(40) value "tmp102.log".

      *> file-status housekeeping
       01 ws-tmplog-status  pic xx.
       01 ws-cfg-status     pic xx.
       01 ws-sched-status   pic xx.
       01 ws-lot-status     pic xx.
       01 ws-lim-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-shift-status   pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.

      *> the base band, from TMP102.CFG the way tmp102 reads it
       01 cfg-mode          pic x.
       01 cfg-count-x       pic x(3).
       01 cfg-interval-x    pic x(2).
       01 cfg-low-x         pic x(7).
       01 cfg-high-x        pic x(7).
       01 low-threshold     pic S999V9  value -999.9.
       01 high-threshold    pic S999V9  value 999.9.
       01 base-low-threshold  pic S999V9 value -999.9.
       01 base-high-threshold pic S999V9 value 999.9.

      *> time-of-day threshold windows, as in the replay program
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
       01 ws-band-hhmm      pic 9(4).
       01 ws-band-window    pic 9     value zero.

      *> per-label excursion state, claimed as labels appear
       01 excursion-table.
         05 excursion-entry occurs 8 times.
           10 ex-label       pic x(8).
           10 ex-open        pic x.
             88 excursion-is-open     value "Y".
           10 ex-start       pic x(16).
           10 ex-start-secs  pic 9(12).
           10 ex-dir         pic x.
           10 ex-peak        pic S999V999.
           10 ex-low         pic S999V9.
           10 ex-high        pic S999V9.
           10 ex-last        pic x(16).
           10 ex-last-secs   pic 9(12).
       01 ex-idx            pic 9.
       01 ex-used           pic 9.
       01 ex-found          pic 9.

      *> the excursion being closed and charged
       01 ws-ex-end         pic x(16).
       01 ws-ex-end-secs    pic 9(12).
       01 ws-ex-minutes     pic 9(6).
       01 ws-charge-flag    pic x.
         88 excursion-is-chargeable   value "Y".

      *> temperature-history scan housekeeping
       01 ws-tmp-done       pic x     value "N".
         88 tmp-is-done               value "Y".
       01 ws-log-line       pic x(70).
       01 ws-line-junk      pic x(70).
       01 ws-line-rest      pic x(40).
       01 ws-sample-label   pic x(8).
       01 ws-sample-temp    pic S999V999.
       01 ws-sample-secs    pic 9(12).

      *> product exposure limits
       01 limit-table.
         05 limit-entry occurs 20 times.
           10 pl-product     pic x(10).
           10 pl-minutes     pic 9(6).
       01 pl-count          pic 99    value zero.
       01 pl-idx            pic 99.
       01 ws-lim-done       pic x     value "N".
         88 limits-are-loaded         value "Y".
       01 pl-product-x      pic x(10).
       01 pl-minutes-x      pic x(6).
       01 ws-lot-limit      pic 9(6).
       01 ws-has-limit      pic x.
         88 product-has-limit         value "Y".

      *> lot-file scan housekeeping
       01 ws-lot-done       pic x.
         88 lot-scan-is-done          value "Y".
       01 ws-lots-in-rack   pic 9(4).

      *> operator and station, for the QA-HOLD event
       01 ws-operator       pic x(8)  value spaces.
       01 ws-shift-junk     pic x(21).
       01 ws-station        pic x(8)  value spaces.

      *> totals
       01 ws-excursions     pic 9(4)  value zero.
       01 ws-lots-affected  pic 9(4)  value zero.
       01 ws-new-holds      pic 9(4)  value zero.
       01 edited-count      pic ZZZ9.
       01 edited-mins       pic ZZZZZ9.
       01 edited-limit      pic ZZZZZ9.
       01 edited-peak       pic -ZZ9.999.
       01 edited-low        pic -ZZ9.9.
       01 edited-high       pic -ZZ9.9.

      *> timestamp helpers
       01 ws-ts-work        pic x(16).
       01 ws-ts-date        pic 9(8).
       01 ws-ts-hh          pic 99.
       01 ws-ts-mm          pic 99.
       01 ws-ts-ss          pic 99.
       01 ws-day-number     pic 9(7).
       01 ws-stamp-secs     pic 9(12).

      *> report housekeeping
       01 ws-rpt-line       pic x(100).
       01 ws-rpt-ptr        pic 9(3).
       01 ws-timestamp      pic x(21).
       01 ws-today          pic x(8).

       procedure division.
       accept ws-cmdline-arg from command-line
       if function trim(ws-cmdline-arg) is not equal to spaces
         move function trim(ws-cmdline-arg) to ws-tmplog-name
       end-if
       move function current-date to ws-timestamp
       move ws-timestamp(1:8) to ws-today

       open input tmp-control-file
       if ws-cfg-status is equal to "00"
         read tmp-control-file
           at end move "10" to ws-cfg-status
         end-read
         if ws-cfg-status is equal to "00"
           unstring tmp-control-record delimited by ","
             into cfg-mode cfg-count-x cfg-interval-x
                  cfg-low-x cfg-high-x
           end-unstring
           if function test-numval(cfg-low-x) = 0 and
                function test-numval(cfg-high-x) = 0
             compute low-threshold  = function numval(cfg-low-x)
             compute high-threshold = function numval(cfg-high-x)
           end-if
         end-if
         close tmp-control-file
       end-if
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

       perform load-limit-table
       perform pick-up-operator
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

       open input temp-log-file
       if ws-tmplog-status is not equal to "00"
         display "lotimpact: unable to open "
                 function trim(ws-tmplog-name)
                 ", status " ws-tmplog-status
         goback
       end-if
       open i-o lot-file
       if ws-lot-status is not equal to "00"
         display "lotimpact: no lot register on file, status "
                 ws-lot-status
         close temp-log-file
         goback
       end-if

       open extend impact-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close impact-report-file
         open output impact-report-file
       end-if
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " LOT IMPACT REPORT FOR " delimited by size
              function trim(ws-tmplog-name) delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line

       perform until tmp-is-done
         read temp-log-file
           at end set tmp-is-done to true
           not at end
             move temp-log-record to ws-log-line
             perform judge-one-sample
         end-read
       end-perform
       close temp-log-file

      *> excursions still open at the end of the history: their
      *> lots are listed as at risk, but nothing is charged until
      *> a later run sees the rack come back into band.
       perform varying ex-idx from 1 by 1 until ex-idx > 8
         if ex-label(ex-idx) is not equal to spaces and
              excursion-is-open(ex-idx)
           move ex-idx to ex-used
           move ex-last(ex-idx)      to ws-ex-end
           move ex-last-secs(ex-idx) to ws-ex-end-secs
           move "N" to ws-charge-flag
           perform report-one-excursion
         end-if
       end-perform
       close lot-file

       move ws-excursions to edited-count
       move spaces to ws-rpt-line
       string "  EXCURSIONS=" delimited by size
              edited-count    delimited by size
              into ws-rpt-line
       end-string
       move ws-lots-affected to edited-count
       move 18 to ws-rpt-ptr
       string " LOTS AFFECTED=" delimited by size
              edited-count      delimited by size
              into ws-rpt-line with pointer ws-rpt-ptr
       end-string
       move ws-new-holds to edited-count
       move 37 to ws-rpt-ptr
       string " NEW QA HOLDS="  delimited by size
              edited-count      delimited by size
              into ws-rpt-line with pointer ws-rpt-ptr
       end-string
       perform put-report-line
       close impact-report-file
       goback.

       put-report-line.
           move ws-rpt-line to impact-report-record
           write impact-report-record
           display ws-rpt-line
           .

      *> One history line: judged against the band in force at
      *> its own time, it opens, extends or closes its label's
      *> excursion.
       judge-one-sample.
           if ws-log-line(22:1) is not equal to space or
                ws-log-line(1:14) is not numeric
             continue
           else
             move ws-log-line(23:8) to ws-sample-label
             move spaces to ws-line-junk ws-line-rest
             unstring ws-log-line delimited by "TEMP-C="
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
               move ws-log-line(1:16) to ws-ts-work
               perform stamp-to-seconds
               move ws-stamp-secs to ws-sample-secs
               perform find-label-slot
               if ex-used is not equal to zero
                 perform set-band-for-sample-time
                 perform fold-sample-into-excursion
               end-if
             end-if
           end-if
           .

       fold-sample-into-excursion.
           if ws-sample-temp < low-threshold or
                ws-sample-temp > high-threshold
             if not excursion-is-open(ex-used)
               move "Y"               to ex-open(ex-used)
               move ws-log-line(1:16) to ex-start(ex-used)
               move ws-sample-secs    to ex-start-secs(ex-used)
               move ws-sample-temp    to ex-peak(ex-used)
               move low-threshold     to ex-low(ex-used)
               move high-threshold    to ex-high(ex-used)
               if ws-sample-temp > high-threshold
                 move "H" to ex-dir(ex-used)
               else
                 move "L" to ex-dir(ex-used)
               end-if
             else
               if ex-dir(ex-used) is equal to "H" and
                    ws-sample-temp > ex-peak(ex-used)
                 move ws-sample-temp to ex-peak(ex-used)
               end-if
               if ex-dir(ex-used) is equal to "L" and
                    ws-sample-temp < ex-peak(ex-used)
                 move ws-sample-temp to ex-peak(ex-used)
               end-if
             end-if
             move ws-log-line(1:16) to ex-last(ex-used)
             move ws-sample-secs    to ex-last-secs(ex-used)
           else
             if excursion-is-open(ex-used)
               move ws-log-line(1:16) to ws-ex-end
               move ws-sample-secs    to ws-ex-end-secs
               move "Y" to ws-charge-flag
               perform report-one-excursion
               move "N" to ex-open(ex-used)
             end-if
           end-if
           .

      *> Prints the excursion in slot ex-used, then every lot that
      *> was in its rack on the day, charging the minutes when the
      *> excursion has closed.
       report-one-excursion.
           add 1 to ws-excursions
           if ws-ex-end-secs > ex-start-secs(ex-used)
             compute ws-ex-minutes rounded =
               (ws-ex-end-secs - ex-start-secs(ex-used)) / 60
           else
             move zero to ws-ex-minutes
           end-if
           move ws-ex-minutes    to edited-mins
           move ex-peak(ex-used) to edited-peak
           move ex-low(ex-used)  to edited-low
           move ex-high(ex-used) to edited-high
           move spaces to ws-rpt-line
           string "  EXCURSION "       delimited by size
                  ex-label(ex-used)    delimited by size
                  " "                  delimited by size
                  ex-start(ex-used)(1:8) delimited by size
                  " "                  delimited by size
                  ex-start(ex-used)(9:2) delimited by size
                  ":"                  delimited by size
                  ex-start(ex-used)(11:2) delimited by size
                  " TO "               delimited by size
                  ws-ex-end(9:2)       delimited by size
                  ":"                  delimited by size
                  ws-ex-end(11:2)      delimited by size
                  edited-mins          delimited by size
                  " MIN PEAK "         delimited by size
                  edited-peak          delimited by size
                  " BAND "             delimited by size
                  function trim(edited-low) delimited by size
                  "/"                  delimited by size
                  function trim(edited-high) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if not excursion-is-chargeable
             move "    STILL OPEN AT END OF LOG - LOTS AT RISK, "
               & "NOT YET CHARGED" to ws-rpt-line
             perform put-report-line
           end-if

           move zero to ws-lots-in-rack
           move low-values to LT-LOT
           move "N" to ws-lot-done
           start lot-file key is greater than LT-LOT
             invalid key set lot-scan-is-done to true
           end-start
           perform until lot-scan-is-done
             read lot-file next
               at end set lot-scan-is-done to true
               not at end
                 if LT-RACK is equal to ex-label(ex-used) and
                      LT-DATE-IN <= ex-start(ex-used)(1:8) and
                      (LT-DATE-OUT is equal to spaces or
                       LT-DATE-OUT >= ex-start(ex-used)(1:8))
                   perform report-one-lot
                 end-if
             end-read
           end-perform
           if ws-lots-in-rack is equal to zero
             move "    NO LOTS ON THE REGISTER IN THIS RACK"
               to ws-rpt-line
             perform put-report-line
           end-if
           .

       report-one-lot.
           add 1 to ws-lots-in-rack
           add 1 to ws-lots-affected
           move spaces to ws-rpt-line
           string "    LOT "     delimited by size
                  LT-LOT         delimited by size
                  " "            delimited by size
                  LT-PRODUCT     delimited by size
                  " "            delimited by size
                  LT-CLASS       delimited by size
                  " OUT OF BAND " delimited by size
                  edited-mins    delimited by size
                  " MIN PEAK "   delimited by size
                  edited-peak    delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line

           if excursion-is-chargeable
             if ex-start(ex-used)(1:14) > LT-EXPOSED-THRU or
                  LT-EXPOSED-THRU is equal to spaces
               add ws-ex-minutes to LT-EXPOSURE-MINS
               move ws-ex-end(1:14) to LT-EXPOSED-THRU
               perform judge-lot-limit
               rewrite LOT-RECORD
                 invalid key
                   display "lotimpact: unable to update lot "
                           LT-LOT
               end-rewrite
             else
               move "      ALREADY CHARGED BY AN EARLIER RUN"
                 to ws-rpt-line
               perform put-report-line
             end-if
           end-if
           .

      *> The lot's running exposure against its product's limit;
      *> passing it puts the lot on HOLD FOR QA and stamps the
      *> hold on the shared log.
       judge-lot-limit.
           move "N" to ws-has-limit
           perform varying pl-idx from 1 by 1 until pl-idx > pl-count
             if pl-product(pl-idx) is equal to LT-PRODUCT
               move "Y" to ws-has-limit
               move pl-minutes(pl-idx) to ws-lot-limit
             end-if
           end-perform
           move LT-EXPOSURE-MINS to edited-mins
           move spaces to ws-rpt-line
           if product-has-limit
             move ws-lot-limit to edited-limit
             string "      CUMULATIVE " delimited by size
                    edited-mins         delimited by size
                    " MIN OF LIMIT "    delimited by size
                    edited-limit        delimited by size
                    into ws-rpt-line
             end-string
             if LT-EXPOSURE-MINS > ws-lot-limit
               if LT-HOLD is not equal to "Y"
                 move "Y"      to LT-HOLD
                 move ws-today to LT-HOLD-DATE
                 add 1 to ws-new-holds
                 perform put-hold-event
               end-if
               move 47 to ws-rpt-ptr
               string " - HOLD FOR QA" delimited by size
                      into ws-rpt-line with pointer ws-rpt-ptr
               end-string
             end-if
           else
             string "      CUMULATIVE " delimited by size
                    edited-mins         delimited by size
                    " MIN, NO LIMIT ON FILE FOR PRODUCT"
                                        delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           .

       put-hold-event.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move function current-date to ws-timestamp
           move spaces       to sensor-event-record
           move ws-timestamp to SE-TIMESTAMP
           move "LOTIMPACT"  to SE-SOURCE
           move "QA-HOLD"    to SE-EVENT-TYPE
           move LT-LOT       to SE-VALUE
           move ws-operator  to SE-OPERATOR
           move ws-station   to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .

       find-label-slot.
           move zero to ex-found ex-used
           perform varying ex-idx from 1 by 1
                   until ex-idx > 8 or ex-found = 1
             if ex-label(ex-idx) is equal to ws-sample-label
               move 1 to ex-found
               move ex-idx to ex-used
             end-if
           end-perform
           if ex-found is equal to zero
             perform varying ex-idx from 1 by 1
                     until ex-idx > 8 or ex-found = 1
               if ex-label(ex-idx) is equal to spaces
                 move 1 to ex-found
                 move ex-idx to ex-used
                 move ws-sample-label to ex-label(ex-idx)
                 move "N" to ex-open(ex-idx)
               end-if
             end-perform
           end-if
           .

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

      *> The band tmp102 would have applied at the sample's own
      *> time-of-day: first matching window, wrap past midnight,
      *> base band when no window covers it.
       set-band-for-sample-time.
           move base-low-threshold  to low-threshold
           move base-high-threshold to high-threshold
           if sched-count is not equal to zero
             move ws-log-line(9:4) to ws-band-hhmm
             move zero to ws-band-window
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

       load-limit-table.
           move zero to pl-count
           open input limit-file
           if ws-lim-status is not equal to "00"
             set limits-are-loaded to true
           end-if
           perform until limits-are-loaded or pl-count >= 20
             read limit-file
               at end set limits-are-loaded to true
               not at end
                 move spaces to pl-product-x pl-minutes-x
                 unstring limit-record delimited by ","
                   into pl-product-x pl-minutes-x
                 end-unstring
                 if pl-product-x is not equal to spaces and
                      function test-numval(pl-minutes-x) = 0
                   add 1 to pl-count
                   move pl-product-x to pl-product(pl-count)
                   compute pl-minutes(pl-count) =
                     function numval(pl-minutes-x)
                 end-if
             end-read
           end-perform
           if ws-lim-status is equal to "00" or
                ws-lim-status is equal to "10"
             close limit-file
           end-if
           .

       pick-up-operator.
           move spaces to ws-operator
           open input onshift-file
           if ws-shift-status is equal to "00"
             read onshift-file
               at end move "10" to ws-shift-status
             end-read
             if ws-shift-status is equal to "00"
               unstring onshift-record delimited by ","
                 into ws-operator ws-shift-junk
               end-unstring
             end-if
             close onshift-file
           end-if
           .

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
       end program lotimpact.
