      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Threshold-band tuning advisor.
      *>
      *> replay says how a proposed TMP102_CANDIDATE.CFG would
      *> have behaved, but the numbers that went into it were
      *> still somebody's guess. This program reads a span of
      *> recorded rack temperatures and proposes them from the
      *> evidence: for every band tmp102 applies - the TMP102.CFG
      *> base band for times no window covers, and each
      *> TMP102_SCHED.DAT window - it reports, per rack label,
      *>
      *>   - the readings' distribution: count, minimum, the 1st,
      *>     5th, 50th, 95th and 99th percentiles and maximum
      *>   - the typical door-opening peak: the label's highest
      *>     reading from each opening on the switch history until
      *>     a few minutes after the door shut, as the median and
      *>     90th percentile over the openings that began in the
      *>     band's hours
      *>   - how many alarms the current band raised and how many
      *>     the proposed band would have raised, and how many
      *>     openings' peaks go over each band's high
      *>
      *> An alarm here is a label going out of band - a reading
      *> past a threshold after one inside it, the way tmp102
      *> turns a label's alarm on - counted separately per label.
      *> A label's first reading in a band starts it in band.
      *>
      *> The proposal starts from the band's pooled 1st and 99th
      *> percentiles, widened by a margin, and then widens in
      *> 0.1 degree steps - on whichever side is raising more
      *> alarms - until the band's alarms over the span are down
      *> to the target, or a side reaches its hard limit. The
      *> hard limits are what the product in the rack can stand
      *> and are never crossed: a band that cannot meet the target
      *> inside them is proposed at the limits and reported as
      *> TARGET NOT MET, because the alarms left are genuine.
      *>
      *> The control file TUNEADV.CFG carries the target and the
      *> hard limits:
      *>
      *>   line 1: target-alarms,margin,door-tail-mins
      *>     the alarms a band may raise per 7 days (scaled to the
      *>     span), the margin in degrees C added outside the
      *>     percentiles, and the minutes after a door shuts that
      *>     still count towards its peak; 2,0.5,15 when missing
      *>   further lines: name,hard-low,hard-high
      *>     name is a rack label, a temperature class as kept on
      *>     the lot register (CHILLED, FROZEN ...), or * for the
      *>     default; a blank limit means no limit on that side
      *>
      *> A label's hard limits are its own line when it has one;
      *> otherwise the tightest limits of the classes of the lots
      *> the lot register COLDLOT.DAT has in that rack now (see
      *> lotreg); otherwise the * line. tmp102's bands are
      *> station-wide, so each band is held inside the limits of
      *> every label read in its hours. Labels whose limits do not
      *> overlap cannot share a band; that band keeps its current
      *> values and says so.
      *>
      *> The history is read from the dated logroll archives
      *> (tmp102_YYYYMMDD.log and readsw_YYYYMMDD.log, from the
      *> first day of the span to the day after the last, since a
      *> night shift rolls into the next day's archive) and then
      *> the live TMP102.LOG and READSW.LOG; only lines stamped
      *> inside the span count. SENSOR-FAULT lines are not
      *> readings and are passed over. With a door map
      *> READSW_DOORS.CFG (door-label,sw-pin,debounce-polls and
      *> the racks the door serves) an opening only counts towards
      *> the racks its door serves, as in doorrecov.
      *>
      *> The proposal is written in the existing layouts, ready for
      *> replay: TMP102_CANDIDATE.CFG is the live TMP102.CFG line
      *> with the base band's low and high replaced, and, when
      *> there is a schedule, TMP102_SCHED_CANDIDATE.DAT carries
      *> the same windows with their proposed low and high. The
      *> live files are never touched. Replaying the candidate
      *> gives the composite-alarm view of the same span:
      *>   replay tmp102.log readsw.log tmp102_candidate.cfg
      *>          tmp102_sched_candidate.dat
      *>
      *> How to use this program:
      *>   tuneadv [YYYYMMDD [YYYYMMDD]]
      *>
      *> No argument means the 14 days ending today; one date runs
      *> from that day to today; two dates are a from/to range of
      *> at most 62 days. The report is appended to TUNEADV.RPT and
      *> echoed to the console.
      *>
      *> How to build this program:
      *>   cobc -x tuneadv.cob -I ../copybooks
      *>
       identification division.
       program-id. tuneadv.

       environment division.
       input-output section.
       file-control.
           select temp-log-file assign to ws-tmplog-name
               organization is line sequential
               file status is ws-tmplog-status.
           select switch-log-file assign to ws-swlog-name
               organization is line sequential
               file status is ws-swlog-status.
           select tmp-control-file assign to "tmp102.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select schedule-file assign to "tmp102_sched.dat"
               organization is line sequential
               file status is ws-sched-status.
           select door-control-file assign to "readsw_doors.cfg"
               organization is line sequential
               file status is ws-doors-status.
           select tune-control-file assign to "tuneadv.cfg"
               organization is line sequential
               file status is ws-tune-status.
           select lot-file assign to "coldlot.dat"
               organization is indexed
               access mode is dynamic
               record key is LT-LOT
               file status is ws-lot-status.
           select candidate-file assign to "tmp102_candidate.cfg"
               organization is line sequential
               file status is ws-cand-status.
           select cand-sched-file
               assign to "tmp102_sched_candidate.dat"
               organization is line sequential
               file status is ws-csched-status.
           select tune-report-file assign to "tuneadv.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  temp-log-file.
       01  temp-log-record     pic x(70).
       fd  switch-log-file.
       01  switch-log-record   pic x(60).
       fd  tmp-control-file.
       01  tmp-control-record  pic x(200).
       fd  schedule-file.
       01  schedule-record     pic x(40).
       fd  door-control-file.
       01  door-control-record pic x(80).
       fd  tune-control-file.
       01  tune-control-record pic x(40).
       fd  lot-file.
           copy coldlot.
       fd  candidate-file.
       01  candidate-record    pic x(200).
       fd  cand-sched-file.
       01  cand-sched-record   pic x(40).
       fd  tune-report-file.
       01  tune-report-record  pic x(100).

       working-storage section.

      *> input naming: each day's archives, then the live logs
       01 ws-cmdline-arg    pic x(60).
       01 ws-arg-from       pic x(20).
       01 ws-arg-to         pic x(20).
       01 ws-tmplog-name    pic x(40).
       01 ws-swlog-name     pic x(40).

      *> file-status housekeeping
       01 ws-tmplog-status  pic xx.
       01 ws-swlog-status   pic xx.
       01 ws-cfg-status     pic xx.
       01 ws-sched-status   pic xx.
       01 ws-doors-status   pic xx.
       01 ws-tune-status    pic xx.
       01 ws-lot-status     pic xx.
       01 ws-cand-status    pic xx.
       01 ws-csched-status  pic xx.
       01 ws-rpt-status     pic xx.

      *> the span
       01 ws-from-date      pic x(8).
       01 ws-to-date        pic x(8).
       01 ws-from-day       pic 9(7).
       01 ws-to-day         pic 9(7).
       01 ws-walk-day       pic 9(7).
       01 ws-date-work      pic 9(8).
       01 ws-walk-date      pic x(8).
       01 ws-span-days      pic 9(3).
       01 ws-span-end-secs  pic 9(12).
       01 MAX-RUN-DAYS      constant as 62.
       01 DEFAULT-RUN-DAYS  constant as 14.

      *> TUNEADV.CFG: target, margin, door tail and hard limits
       01 ws-target         pic 9(3)    value 2.
       01 ws-allowed        pic 9(5).
       01 ws-margin         pic 9V9     value 0.5.
       01 ws-tail-mins      pic 9(3)    value 15.
       01 ws-tail-secs      pic 9(5).
       01 tune-target-x     pic x(6).
       01 tune-margin-x     pic x(6).
       01 tune-tail-x       pic x(6).
       01 tune-name         pic x(8).
       01 tune-low-x        pic x(8).
       01 tune-high-x       pic x(8).
       01 ws-tune-line      pic 9(3).
       01 hard-table.
         05 hard-entry occurs 20 times.
           10 ht-name        pic x(8).
           10 ht-has-low     pic x.
           10 ht-low         pic S999V9.
           10 ht-has-high    pic x.
           10 ht-high        pic S999V9.
       01 ht-count          pic 99      value zero.
       01 ht-idx            pic 99.
       01 ht-found          pic 99.

      *> TMP102.CFG, the way tmp102 reads it, kept field by field
      *> so the candidate can be written back with only the band
      *> changed.
       01 cfg-field-bank.
         05 cfg-field       pic x(80)   occurs 16 times.
       01 cfg-field-count   pic 99.
       01 cfg-idx           pic 99.
       01 cfg-low-x         pic x(7).
       01 cfg-high-x        pic x(7).

      *> the bands: slot 1 is the base band for times no window
      *> covers, slots 2-9 the schedule windows in file order.
       01 band-bank.
         05 band-entry occurs 9 times.
           10 bd-start        pic 9(4).
           10 bd-end          pic 9(4).
           10 bd-cur-low      pic S999V9.
           10 bd-cur-high     pic S999V9.
           10 bd-readings     pic 9(7).
           10 bd-has-hlow     pic x.
           10 bd-hard-low     pic S999V9.
           10 bd-has-hhigh    pic x.
           10 bd-hard-high    pic S999V9.
           10 bd-state        pic x.
             88 bd-is-searchable        value "S".
             88 bd-is-empty             value "E".
             88 bd-limits-conflict      value "L".
             88 bd-limits-overrun       value "R".
           10 bd-lstart       pic S999V9.
           10 bd-hstart       pic S999V9.
           10 bd-lgrid        pic 9(3).
           10 bd-hgrid        pic 9(3).
           10 bd-kl           pic 9(3).
           10 bd-kh           pic 9(3).
           10 bd-prop-low     pic S999V9.
           10 bd-prop-high    pic S999V9.
           10 bd-met          pic x.
           10 bd-cur-alarms   pic 9(5).
           10 bd-prop-alarms  pic 9(5).
       01 bd-count          pic 9       value 1.
       01 bd-idx            pic 99.
       01 ws-sample-band    pic 9.
       01 sched-start-x     pic x(4).
       01 sched-end-x       pic x(4).
       01 sched-low-x       pic x(7).
       01 sched-high-x      pic x(7).
       01 ws-band-hhmm      pic 9(4).

      *> rack labels: TMP102.CFG's own first, then any others as
      *> they appear on the history, four in all.
       01 label-bank.
         05 label-entry occurs 4 times.
           10 lb-label       pic x(8).
           10 lb-has-hlow    pic x.
           10 lb-hard-low    pic S999V9.
           10 lb-has-hhigh   pic x.
           10 lb-hard-high   pic S999V9.
           10 lb-hard-src    pic x(8).
           10 lb-has-prev    pic x.
           10 lb-prev-band   pic 9.
           10 lb-prev-temp   pic S999V999.
       01 lb-idx            pic 9.
       01 lb-used           pic 9.
       01 ws-other-labels   pic 9(7)    value zero.

      *> per band and label: the readings' histogram in 0.1 degree
      *> bins from -50.0 to +50.0, the extremes, the current
      *> band's alarms, and the proposal's alarm counts as a
      *> difference array over its grid of candidate thresholds
      *> (grid step k is the threshold 0.1 * (k - 1) outside the
      *> start; after the second pass each step holds the alarms
      *> that threshold would have raised).
       01 stats-bank.
         05 stats-band occurs 9 times.
           10 stats-label occurs 4 times.
             15 st-count     pic 9(7).
             15 st-min       pic S999V999.
             15 st-max       pic S999V999.
             15 st-cur-low-ct  pic 9(5).
             15 st-cur-high-ct pic 9(5).
             15 st-hist      pic 9(7)    occurs 1001 times.
             15 st-lgrid-ct  pic S9(7)   occurs 201 times.
             15 st-hgrid-ct  pic S9(7)   occurs 201 times.
       01 HIST-BINS         constant as 1001.
       01 MAX-GRID          constant as 200.
       01 ws-bin            pic 9(4).
       01 ws-bin-work       pic S9(5).
       01 ws-grid-idx       pic 9(3).
       01 ws-grid-work      pic S9(7).
       01 ws-n-prev         pic 9(3).
       01 ws-n-cur          pic 9(3).
       01 ws-run-total      pic S9(7).

      *> door openings: swreport pairing, door by door, across
      *> the span, each with the peak per label it served.
       01 interval-table.
         05 interval-entry occurs 2000 times.
           10 iv-start       pic 9(12).
           10 iv-end         pic 9(12).
           10 iv-door        pic x(8).
           10 iv-band        pic 9.
           10 iv-span-open   pic x.
             88 iv-open-at-span         value "Y".
           10 iv-label-peak occurs 4 times.
             15 iv-has-peak  pic x.
             15 iv-peak      pic S999V999.
       01 iv-count          pic 9(4)    value zero.
       01 iv-idx            pic 9(4).
       01 iv-lo             pic 9(4)    value 1.
       01 MAX-OPENINGS      constant as 2000.
       01 ws-dropped        pic 9(5)    value zero.
      *> openings already open when the span began: they start at
      *> the span's start but are only found at the door's first
      *> line, out of order, so they are walked on their own.
       01 span-open-bank.
         05 so-iv-idx occurs 8 times pic 9(4).
       01 so-count          pic 9       value zero.
       01 so-idx            pic 9.
       01 door-walk-bank.
         05 door-walk occurs 8 times.
           10 dw-name        pic x(8).
           10 dw-open        pic x.
             88 dw-is-open              value "Y".
           10 dw-any-line    pic x.
             88 dw-has-lines            value "Y".
           10 dw-iv-idx      pic 9(4).
       01 dw-count          pic 9       value zero.
       01 dw-idx            pic 9.
       01 ws-line-door      pic x(8).
       01 ws-door-junk      pic x(40).
       01 ws-state-text     pic x(4).

      *> the door map: the racks each labelled door serves
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

      *> history walk housekeeping
       01 ws-pass           pic 9.
       01 ws-walk-done      pic x.
         88 walk-is-done              value "Y".
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".
       01 ws-line-junk      pic x(70).
       01 ws-line-rest      pic x(40).
       01 ws-sample-label   pic x(8).
       01 ws-sample-temp    pic S999V999.
       01 ws-sample-secs    pic 9(12).
       01 ws-ts-work        pic x(16).
       01 ws-ts-date        pic 9(8).
       01 ws-ts-hh          pic 99.
       01 ws-ts-mm          pic 99.
       01 ws-ts-ss          pic 99.
       01 ws-day-number     pic 9(7).
       01 ws-stamp-secs     pic 9(12).
       01 ws-peak-limit     pic 9(12).
       01 ws-hold-close     pic 9(12).

      *> percentile work: one histogram, its count, the fraction
      *> wanted in thousandths, the value found
       01 pct-work-bank.
         05 pct-work        pic 9(7)    occurs 1001 times.
       01 pct-n             pic 9(7).
       01 pct-permille      pic 9(4).
       01 pct-target        pic 9(7).
       01 pct-cum           pic 9(7).
       01 pct-value         pic S999V9.
       01 ws-p01            pic S999V9.
       01 ws-p99            pic S999V9.

      *> the proposal search for one band
       01 ws-sum-low        pic 9(7).
       01 ws-sum-high       pic 9(7).
       01 ws-search-done    pic x.
         88 search-is-done            value "Y".
       01 ws-label-cur-ct   pic 9(5).
       01 ws-label-prop-ct  pic 9(5).
       01 ws-openings       pic 9(5).
       01 ws-over-cur       pic 9(5).
       01 ws-over-prop      pic 9(5).
       01 tot-cur-alarms    pic 9(7)    value zero.
       01 tot-prop-alarms   pic 9(7)    value zero.

      *> report housekeeping
       01 ws-timestamp      pic x(21).
       01 ws-rpt-line       pic x(100).
       01 ws-rpt-part       pic x(100).
       01 ws-band-name      pic x(30).
       01 edited-count      pic ZZZZZZ9.
       01 edited-small      pic ZZZZ9.
       01 edited-temp       pic ---9.9.
       01 edited-temp2      pic ---9.9.
       01 edited-reading    pic ---9.999.
       01 edited-days       pic ZZ9.
       01 edited-margin     pic 9.9.
       01 edited-band       pic 9.
       01 ws-cand-line      pic x(200).
       01 ws-cand-ptr       pic 9(3).
       01 ws-num-text       pic x(8).
       01 ws-num-text2      pic x(8).

       procedure division.
       accept ws-cmdline-arg from command-line
       move function current-date to ws-timestamp
       move spaces to ws-arg-from ws-arg-to
       unstring ws-cmdline-arg delimited by all spaces
         into ws-arg-from ws-arg-to
       end-unstring
       move ws-timestamp(1:8) to ws-to-date
       if ws-arg-from is equal to spaces
         move ws-to-date to ws-date-work
         compute ws-from-day =
           function integer-of-date(ws-date-work)
           - DEFAULT-RUN-DAYS + 1
         compute ws-date-work = function date-of-integer(ws-from-day)
         move ws-date-work to ws-from-date
       else
         if ws-arg-from(1:8) is numeric
           move ws-arg-from(1:8) to ws-from-date
         else
           display "tuneadv: date must be YYYYMMDD, got "
                   function trim(ws-arg-from)
           goback
         end-if
       end-if
       if ws-arg-to is not equal to spaces
         if ws-arg-to(1:8) is numeric
           move ws-arg-to(1:8) to ws-to-date
         else
           display "tuneadv: date must be YYYYMMDD, got "
                   function trim(ws-arg-to)
           goback
         end-if
       end-if
       move ws-from-date to ws-date-work
       compute ws-from-day = function integer-of-date(ws-date-work)
       move ws-to-date to ws-date-work
       compute ws-to-day = function integer-of-date(ws-date-work)
       if ws-to-day < ws-from-day or
            ws-to-day - ws-from-day >= MAX-RUN-DAYS
         display "tuneadv: range must run forward, at most "
                 MAX-RUN-DAYS " days"
         goback
       end-if
       compute ws-span-days = ws-to-day - ws-from-day + 1
       compute ws-span-end-secs = (ws-to-day + 1) * 86400

      *> The live settings are what the proposal is measured
      *> against and what the candidate is built from; without
      *> them there is nothing to advise on.
       open input tmp-control-file
       if ws-cfg-status is not equal to "00"
         display "tuneadv: unable to open tmp102.cfg, status "
                 ws-cfg-status
         goback
       end-if
       read tmp-control-file
         at end move "10" to ws-cfg-status
       end-read
       close tmp-control-file
       if ws-cfg-status is not equal to "00"
         display "tuneadv: tmp102.cfg is empty."
         goback
       end-if
       perform load-live-settings
       if function test-numval(cfg-low-x) is not equal to zero or
            function test-numval(cfg-high-x) is not equal to zero
         display "tuneadv: tmp102.cfg has no usable low/high band."
         goback
       end-if

       open input schedule-file
       if ws-sched-status is equal to "00"
         move "N" to ws-scan-done
         perform until scan-is-done
           read schedule-file
             at end set scan-is-done to true
             not at end perform load-one-window
           end-read
         end-perform
         close schedule-file
       end-if

       open input door-control-file
       if ws-doors-status is equal to "00"
         move "N" to ws-scan-done
         perform until scan-is-done
           read door-control-file
             at end set scan-is-done to true
             not at end perform load-one-door
           end-read
         end-perform
         close door-control-file
       end-if

       perform load-tune-control
       compute ws-tail-secs = ws-tail-mins * 60
       compute ws-allowed = (ws-target * ws-span-days + 6) / 7

       open extend tune-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close tune-report-file
         open output tune-report-file
       end-if
       move ws-span-days to edited-days
       move spaces to ws-rpt-line
       string ws-timestamp delimited by size
              " THRESHOLD TUNING ADVICE " delimited by size
              ws-from-date delimited by size
              "-"          delimited by size
              ws-to-date   delimited by size
              " ("         delimited by size
              function trim(edited-days) delimited by size
              " DAYS)"     delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line
       move ws-target to edited-small
       move ws-margin to edited-margin
       move spaces to ws-rpt-line
       string "  TARGET "   delimited by size
              function trim(edited-small) delimited by size
              " ALARMS PER BAND PER 7 DAYS, "
                            delimited by size
              into ws-rpt-line
       end-string
       move ws-allowed to edited-small
       move ws-rpt-line to ws-rpt-part
       move spaces to ws-rpt-line
       string function trim(ws-rpt-part, trailing)
                            delimited by size
              " "           delimited by size
              function trim(edited-small) delimited by size
              " OVER THE SPAN, MARGIN " delimited by size
              edited-margin delimited by size
              " C"          delimited by size
              into ws-rpt-line
       end-string
       perform put-report-line

       perform varying lb-idx from 1 by 1 until lb-idx > 4
         move "N" to lb-has-prev(lb-idx)
       end-perform
       initialize stats-bank

      *> Openings first, so the first pass over the readings can
      *> fold each reading into the openings it falls in.
       perform collect-openings

       move 1 to ws-pass
       perform walk-temp-history

      *> The hard limits each label is held to, once every label
      *> on the history has its slot.
       perform set-label-limits
       perform apply-lot-classes
       perform varying lb-idx from 1 by 1 until lb-idx > 4
         if lb-label(lb-idx) is not equal to spaces
           perform apply-default-limits
         end-if
       end-perform
       perform varying bd-idx from 1 by 1 until bd-idx > bd-count
         perform set-band-limits
         perform set-band-grid
       end-perform

       move 2 to ws-pass
       perform varying lb-idx from 1 by 1 until lb-idx > 4
         move "N" to lb-has-prev(lb-idx)
       end-perform
       perform walk-temp-history

       perform varying bd-idx from 1 by 1 until bd-idx > bd-count
         perform settle-band-grid
         perform search-band-proposal
         perform report-one-band
       end-perform

       perform report-totals
       perform write-candidate-files
       close tune-report-file
       goback.

       put-report-line.
           move ws-rpt-line to tune-report-record
           write tune-report-record
           display ws-rpt-line
           .

      *> ------ settings: TMP102.CFG, schedule, doors, TUNEADV.CFG

      *> The live TMP102.CFG line, split into its fields; the base
      *> band is fields 4 and 5 and the rack labels 13-16.
       load-live-settings.
           move spaces to cfg-field-bank
           move zero to cfg-field-count
           unstring tmp-control-record delimited by ","
             into cfg-field(1)  cfg-field(2)  cfg-field(3)
                  cfg-field(4)  cfg-field(5)  cfg-field(6)
                  cfg-field(7)  cfg-field(8)  cfg-field(9)
                  cfg-field(10) cfg-field(11) cfg-field(12)
                  cfg-field(13) cfg-field(14) cfg-field(15)
                  cfg-field(16)
             tallying in cfg-field-count
           end-unstring
           move cfg-field(4) to cfg-low-x
           move cfg-field(5) to cfg-high-x
           if function test-numval(cfg-low-x) = 0 and
                function test-numval(cfg-high-x) = 0
             compute bd-cur-low(1)  = function numval(cfg-low-x)
             compute bd-cur-high(1) = function numval(cfg-high-x)
           end-if
           move zero to bd-start(1) bd-end(1)
           move spaces to label-bank
           perform varying cfg-idx from 13 by 1 until cfg-idx > 16
             if cfg-field(cfg-idx) is not equal to spaces
               move cfg-field(cfg-idx)(1:8) to ws-sample-label
               perform find-label-slot
             end-if
           end-perform
           .

      *> One schedule line into the next band slot, parsed the way
      *> tmp102 and replay parse it; a line that doesn't parse is
      *> skipped.
       load-one-window.
           if bd-count < 9
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
               add 1 to bd-count
               move sched-start-x to bd-start(bd-count)
               move sched-end-x   to bd-end(bd-count)
               compute bd-cur-low(bd-count) =
                 function numval(sched-low-x)
               compute bd-cur-high(bd-count) =
                 function numval(sched-high-x)
             end-if
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

      *> TUNEADV.CFG: line 1 the target, margin and door tail;
      *> every later line a name and its hard limits.
       load-tune-control.
           open input tune-control-file
           if ws-tune-status is equal to "00"
             move zero to ws-tune-line
             move "N" to ws-scan-done
             perform until scan-is-done
               read tune-control-file
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-tune-line
                   if ws-tune-line is equal to 1
                     perform load-tune-settings
                   else
                     perform load-one-hard-limit
                   end-if
               end-read
             end-perform
             close tune-control-file
           end-if
           .

      *> A label's own TUNEADV.CFG line, when it has one; class
      *> and default lines wait for the lot register.
       set-label-limits.
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             move "N" to lb-has-hlow(lb-idx) lb-has-hhigh(lb-idx)
             move spaces to lb-hard-src(lb-idx)
             if lb-label(lb-idx) is not equal to spaces
               move lb-label(lb-idx) to tune-name
               perform find-hard-entry
               if ht-found is not equal to zero
                 move ht-has-low(ht-found)  to lb-has-hlow(lb-idx)
                 move ht-low(ht-found)      to lb-hard-low(lb-idx)
                 move ht-has-high(ht-found) to lb-has-hhigh(lb-idx)
                 move ht-high(ht-found)     to lb-hard-high(lb-idx)
                 move "LABEL" to lb-hard-src(lb-idx)
               end-if
             end-if
           end-perform
           .

       load-tune-settings.
           move spaces to tune-target-x tune-margin-x tune-tail-x
           unstring tune-control-record delimited by ","
             into tune-target-x tune-margin-x tune-tail-x
           end-unstring
           if function test-numval(tune-target-x) = 0 and
                function numval(tune-target-x) >= 0 and
                function numval(tune-target-x) < 1000
             compute ws-target = function numval(tune-target-x)
           end-if
           if function test-numval(tune-margin-x) = 0 and
                function numval(tune-margin-x) >= 0 and
                function numval(tune-margin-x) < 10
             compute ws-margin = function numval(tune-margin-x)
           end-if
           if function test-numval(tune-tail-x) = 0 and
                function numval(tune-tail-x) >= 0 and
                function numval(tune-tail-x) < 1000
             compute ws-tail-mins = function numval(tune-tail-x)
           end-if
           .

       load-one-hard-limit.
           move spaces to tune-name tune-low-x tune-high-x
           unstring tune-control-record delimited by ","
             into tune-name tune-low-x tune-high-x
           end-unstring
           if tune-name is not equal to spaces and ht-count < 20
             add 1 to ht-count
             move tune-name to ht-name(ht-count)
             move "N" to ht-has-low(ht-count) ht-has-high(ht-count)
             move zero to ht-low(ht-count) ht-high(ht-count)
             if tune-low-x is not equal to spaces and
                  function test-numval(tune-low-x) = 0
               move "Y" to ht-has-low(ht-count)
               compute ht-low(ht-count) = function numval(tune-low-x)
             end-if
             if tune-high-x is not equal to spaces and
                  function test-numval(tune-high-x) = 0
               move "Y" to ht-has-high(ht-count)
               compute ht-high(ht-count) =
                 function numval(tune-high-x)
             end-if
           end-if
           .

       find-hard-entry.
           move zero to ht-found
           perform varying ht-idx from 1 by 1
                   until ht-idx > ht-count or ht-found not = zero
             if ht-name(ht-idx) is equal to tune-name
               move ht-idx to ht-found
             end-if
           end-perform
           .

      *> Lots still in the store hold their rack to their class's
      *> limits; a rack holding more than one class is held to the
      *> tightest of them. A label with its own line is left alone.
       apply-lot-classes.
           open input lot-file
           if ws-lot-status is equal to "00"
             move low-values to LT-LOT
             start lot-file key is greater than LT-LOT
               invalid key move "10" to ws-lot-status
             end-start
             move "N" to ws-scan-done
             perform until scan-is-done or ws-lot-status not = "00"
               read lot-file next
                 at end set scan-is-done to true
                 not at end
                   if LT-DATE-OUT is equal to spaces
                     perform apply-one-lot
                   end-if
               end-read
             end-perform
             close lot-file
           end-if
           .

       apply-one-lot.
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             if lb-label(lb-idx) is equal to LT-RACK and
                  LT-RACK is not equal to spaces and
                  lb-hard-src(lb-idx) is not equal to "LABEL"
               move LT-CLASS to tune-name
               perform find-hard-entry
               if ht-found is not equal to zero
                 if ht-has-low(ht-found) is equal to "Y"
                   if lb-has-hlow(lb-idx) is not equal to "Y" or
                        ht-low(ht-found) > lb-hard-low(lb-idx)
                     move ht-low(ht-found) to lb-hard-low(lb-idx)
                   end-if
                   move "Y" to lb-has-hlow(lb-idx)
                 end-if
                 if ht-has-high(ht-found) is equal to "Y"
                   if lb-has-hhigh(lb-idx) is not equal to "Y" or
                        ht-high(ht-found) < lb-hard-high(lb-idx)
                     move ht-high(ht-found) to lb-hard-high(lb-idx)
                   end-if
                   move "Y" to lb-has-hhigh(lb-idx)
                 end-if
                 if lb-hard-src(lb-idx) is equal to spaces
                   move LT-CLASS to lb-hard-src(lb-idx)
                 else
                   if lb-hard-src(lb-idx) is not equal to LT-CLASS
                     move "CLASSES" to lb-hard-src(lb-idx)
                   end-if
                 end-if
               end-if
             end-if
           end-perform
           .

      *> A label neither its own line nor a lot class has limited
      *> takes the * line, when there is one.
       apply-default-limits.
           if lb-hard-src(lb-idx) is equal to spaces
             move "*" to tune-name
             perform find-hard-entry
             if ht-found is not equal to zero
               move ht-has-low(ht-found)  to lb-has-hlow(lb-idx)
               move ht-low(ht-found)      to lb-hard-low(lb-idx)
               move ht-has-high(ht-found) to lb-has-hhigh(lb-idx)
               move ht-high(ht-found)     to lb-hard-high(lb-idx)
               move "DEFAULT" to lb-hard-src(lb-idx)
             end-if
           end-if
           .

      *> ------ the switch history: openings across the span

      *> Every day's archive from the first day to the day after
      *> the last, then the live log; each line is in exactly one
      *> of them, and they are read oldest first.
       collect-openings.
           perform varying ws-walk-day from ws-from-day by 1
                   until ws-walk-day > ws-to-day + 1
             compute ws-date-work =
               function date-of-integer(ws-walk-day)
             move ws-date-work to ws-walk-date
             move spaces to ws-swlog-name
             string "readsw_"    delimited by size
                    ws-walk-date delimited by size
                    ".log"       delimited by size
                    into ws-swlog-name
             end-string
             perform scan-switch-file
           end-perform
           move "readsw.log" to ws-swlog-name
           perform scan-switch-file
           .

       scan-switch-file.
           open input switch-log-file
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

      *> LOW opens the door's opening and HIGH closes it; a door
      *> whose first line in the span is a close was open since
      *> the span began, and one still open at the end is taken
      *> as open to the end of the span.
       fold-one-transition.
           if switch-log-record(1:14) is not numeric or
                switch-log-record(1:8) < ws-from-date or
                switch-log-record(1:8) > ws-to-date
             continue
           else
             move spaces to ws-line-junk ws-line-rest
             unstring switch-log-record delimited by "STATE="
               into ws-line-junk ws-line-rest
             end-unstring
             if ws-line-rest is not equal to spaces
               move ws-line-rest(1:4) to ws-state-text
               perform find-line-door
               move switch-log-record(1:16) to ws-ts-work
               perform stamp-to-seconds
               if ws-state-text is equal to "LOW "
                 if not dw-is-open(dw-idx)
                   perform add-opening
                 end-if
               else
                 if ws-state-text is equal to "HIGH"
                   if dw-is-open(dw-idx)
                     move ws-stamp-secs
                       to iv-end(dw-iv-idx(dw-idx))
                     move "N" to dw-open(dw-idx)
                   else
                     if not dw-has-lines(dw-idx)
                       move ws-stamp-secs to ws-hold-close
                       compute ws-stamp-secs = ws-from-day * 86400
                       move "000000" to ws-ts-work(9:6)
                       perform add-opening
                       if dw-is-open(dw-idx)
                         move ws-hold-close
                           to iv-end(dw-iv-idx(dw-idx))
                         move "N" to dw-open(dw-idx)
                         move "Y" to iv-span-open(dw-iv-idx(dw-idx))
                         add 1 to so-count
                         move dw-iv-idx(dw-idx) to so-iv-idx(so-count)
                       end-if
                     end-if
                   end-if
                 end-if
               end-if
               set dw-has-lines(dw-idx) to true
             end-if
           end-if
           .

      *> The door a line belongs to, from its DOOR= tag (spaces on
      *> a single-switch line); past eight doors they share the
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
               move zero to dw-iv-idx(dw-idx)
             else
               move dw-count to dw-idx
             end-if
           end-if
           .

      *> A new opening at ws-stamp-secs, in the band its start
      *> time falls in.
       add-opening.
           if iv-count >= MAX-OPENINGS
             add 1 to ws-dropped
           else
             add 1 to iv-count
             move "Y"             to dw-open(dw-idx)
             move iv-count        to dw-iv-idx(dw-idx)
             move ws-stamp-secs   to iv-start(iv-count)
             move ws-span-end-secs to iv-end(iv-count)
             move dw-name(dw-idx) to iv-door(iv-count)
             move "N"             to iv-span-open(iv-count)
             move ws-ts-work(9:4) to ws-band-hhmm
             perform find-band-for-time
             move ws-sample-band  to iv-band(iv-count)
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               move "N"  to iv-has-peak(iv-count, lb-idx)
               move zero to iv-peak(iv-count, lb-idx)
             end-perform
           end-if
           .

      *> ------ the temperature history, twice

      *> Pass 1 gathers each band's distribution, the current
      *> band's alarms and the opening peaks; pass 2, once the
      *> grids are known, counts every candidate threshold's
      *> alarms.
       walk-temp-history.
           perform varying ws-walk-day from ws-from-day by 1
                   until ws-walk-day > ws-to-day + 1
             compute ws-date-work =
               function date-of-integer(ws-walk-day)
             move ws-date-work to ws-walk-date
             move spaces to ws-tmplog-name
             string "tmp102_"    delimited by size
                    ws-walk-date delimited by size
                    ".log"       delimited by size
                    into ws-tmplog-name
             end-string
             perform scan-temp-file
           end-perform
           move "tmp102.log" to ws-tmplog-name
           perform scan-temp-file
           .

       scan-temp-file.
           open input temp-log-file
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

      *> A reading line is "timestamp label TEMP-C=..."; fault
      *> lines and anything else are passed over.
       fold-one-reading.
           if temp-log-record(1:14) is not numeric or
                temp-log-record(1:8) < ws-from-date or
                temp-log-record(1:8) > ws-to-date or
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
               perform find-label-slot
               if lb-used is equal to zero
                 if ws-pass is equal to 1
                   add 1 to ws-other-labels
                 end-if
               else
                 move temp-log-record(9:4) to ws-band-hhmm
                 perform find-band-for-time
                 if ws-pass is equal to 1
                   move temp-log-record(1:16) to ws-ts-work
                   perform stamp-to-seconds
                   move ws-stamp-secs to ws-sample-secs
                   perform gather-one-reading
                   perform fold-reading-into-openings
                 else
                   perform count-grid-crossings
                 end-if
                 move "Y" to lb-has-prev(lb-used)
                 move ws-sample-band to lb-prev-band(lb-used)
                 move ws-sample-temp to lb-prev-temp(lb-used)
               end-if
             end-if
           end-if
           .

      *> The band whose hours cover HHMM: first matching window,
      *> a window whose start is later than its end wraps past
      *> midnight, none means the base band - tmp102's lookup.
       find-band-for-time.
           move zero to ws-sample-band
           perform varying bd-idx from 2 by 1
                   until bd-idx > bd-count
                      or ws-sample-band is not equal to zero
             if bd-start(bd-idx) <= bd-end(bd-idx)
               if ws-band-hhmm >= bd-start(bd-idx) and
                    ws-band-hhmm < bd-end(bd-idx)
                 move bd-idx to ws-sample-band
               end-if
             else
               if ws-band-hhmm >= bd-start(bd-idx) or
                    ws-band-hhmm < bd-end(bd-idx)
                 move bd-idx to ws-sample-band
               end-if
             end-if
           end-perform
           if ws-sample-band is equal to zero
             move 1 to ws-sample-band
           end-if
           .

      *> Pass 1: the reading into its band's histogram and
      *> extremes, and into the current band's alarm count. The
      *> label starts in band whenever it enters a band afresh.
       gather-one-reading.
           add 1 to st-count(ws-sample-band, lb-used)
                    bd-readings(ws-sample-band)
           if st-count(ws-sample-band, lb-used) is equal to 1 or
                ws-sample-temp < st-min(ws-sample-band, lb-used)
             move ws-sample-temp to st-min(ws-sample-band, lb-used)
           end-if
           if st-count(ws-sample-band, lb-used) is equal to 1 or
                ws-sample-temp > st-max(ws-sample-band, lb-used)
             move ws-sample-temp to st-max(ws-sample-band, lb-used)
           end-if
           if ws-sample-temp < -50
             move 1 to ws-bin
           else
             compute ws-bin-work = (ws-sample-temp + 50) * 10 + 1
             if ws-bin-work > HIST-BINS
               move HIST-BINS to ws-bin
             else
               move ws-bin-work to ws-bin
             end-if
           end-if
           add 1 to st-hist(ws-sample-band, lb-used, ws-bin)

           if lb-has-prev(lb-used) is not equal to "Y" or
                lb-prev-band(lb-used) is not equal to ws-sample-band
             if ws-sample-temp > bd-cur-high(ws-sample-band)
               add 1 to st-cur-high-ct(ws-sample-band, lb-used)
             end-if
             if ws-sample-temp < bd-cur-low(ws-sample-band)
               add 1 to st-cur-low-ct(ws-sample-band, lb-used)
             end-if
           else
             if ws-sample-temp > bd-cur-high(ws-sample-band) and
                  lb-prev-temp(lb-used) <= bd-cur-high(ws-sample-band)
               add 1 to st-cur-high-ct(ws-sample-band, lb-used)
             end-if
             if ws-sample-temp < bd-cur-low(ws-sample-band) and
                  lb-prev-temp(lb-used) >= bd-cur-low(ws-sample-band)
               add 1 to st-cur-low-ct(ws-sample-band, lb-used)
             end-if
           end-if
           .

      *> Pass 1: the reading raises the peak of every opening it
      *> falls in (from the opening to the tail after the close)
      *> whose door serves the label. Openings that ended before
      *> this reading's tail are left behind for good. Openings
      *> already open at the span's start sit out of start order,
      *> so they are skipped here and walked on their own.
       fold-reading-into-openings.
           perform until iv-lo > iv-count
             compute ws-peak-limit = iv-end(iv-lo) + ws-tail-secs
             if ws-peak-limit < ws-sample-secs
               add 1 to iv-lo
             else
               exit perform
             end-if
           end-perform
           perform varying iv-idx from iv-lo by 1
                   until iv-idx > iv-count
                      or iv-start(iv-idx) > ws-sample-secs
             if not iv-open-at-span(iv-idx)
               perform fold-reading-into-one
             end-if
           end-perform
           perform varying so-idx from 1 by 1 until so-idx > so-count
             move so-iv-idx(so-idx) to iv-idx
             perform fold-reading-into-one
           end-perform
           .

       fold-reading-into-one.
           compute ws-peak-limit = iv-end(iv-idx) + ws-tail-secs
           if ws-sample-secs <= ws-peak-limit
             perform check-door-serves
             if door-serves-label
               if iv-has-peak(iv-idx, lb-used) is not equal to "Y"
                    or ws-sample-temp > iv-peak(iv-idx, lb-used)
                 move ws-sample-temp to iv-peak(iv-idx, lb-used)
                 move "Y" to iv-has-peak(iv-idx, lb-used)
               end-if
             end-if
           end-if
           .

      *> Whether the opening's door serves the label: yes when
      *> the opening has no door or the door map doesn't name it,
      *> otherwise only for the racks the map gives the door.
       check-door-serves.
           move "Y" to ws-door-serves
           if iv-door(iv-idx) is not equal to spaces
             perform varying dm-idx from 1 by 1
                       until dm-idx > dm-count
               if dm-label(dm-idx) is equal to iv-door(iv-idx)
                 move "N" to ws-door-serves
                 perform varying rack-idx from 1 by 1
                           until rack-idx > 4
                   if dm-rack(dm-idx, rack-idx) is equal to
                        lb-label(lb-used)
                     move "Y" to ws-door-serves
                   end-if
                 end-perform
               end-if
             end-perform
           end-if
           .

      *> Pass 2: the reading against every candidate threshold at
      *> once. On the high side, grid step k is crossed by a move
      *> from at-or-below to above it; the steps crossed are those
      *> between the previous reading's count of steps below it
      *> and this reading's, so one add and one subtract on the
      *> difference array count them all. The low side mirrors it.
       count-grid-crossings.
           if not bd-is-searchable(ws-sample-band)
             continue
           else
             if lb-has-prev(lb-used) is not equal to "Y" or
                  lb-prev-band(lb-used) is not equal to ws-sample-band
               move zero to ws-n-prev
             else
               compute ws-grid-work =
                 (lb-prev-temp(lb-used) - bd-hstart(ws-sample-band))
                 * 1000
               move bd-hgrid(ws-sample-band) to ws-grid-idx
               perform grid-steps-passed
               move ws-n-cur to ws-n-prev
             end-if
             compute ws-grid-work =
               (ws-sample-temp - bd-hstart(ws-sample-band)) * 1000
             move bd-hgrid(ws-sample-band) to ws-grid-idx
             perform grid-steps-passed
             if ws-n-cur > ws-n-prev
               add 1 to st-hgrid-ct(ws-sample-band, lb-used,
                                    ws-n-prev + 1)
               subtract 1 from st-hgrid-ct(ws-sample-band, lb-used,
                                           ws-n-cur + 1)
             end-if

             if lb-has-prev(lb-used) is not equal to "Y" or
                  lb-prev-band(lb-used) is not equal to ws-sample-band
               move zero to ws-n-prev
             else
               compute ws-grid-work =
                 (bd-lstart(ws-sample-band) - lb-prev-temp(lb-used))
                 * 1000
               move bd-lgrid(ws-sample-band) to ws-grid-idx
               perform grid-steps-passed
               move ws-n-cur to ws-n-prev
             end-if
             compute ws-grid-work =
               (bd-lstart(ws-sample-band) - ws-sample-temp) * 1000
             move bd-lgrid(ws-sample-band) to ws-grid-idx
             perform grid-steps-passed
             if ws-n-cur > ws-n-prev
               add 1 to st-lgrid-ct(ws-sample-band, lb-used,
                                    ws-n-prev + 1)
               subtract 1 from st-lgrid-ct(ws-sample-band, lb-used,
                                           ws-n-cur + 1)
             end-if
           end-if
           .

      *> How many grid steps a reading is beyond: ws-grid-work is
      *> its distance past the start in thousandths of a degree,
      *> each step is a tenth, a reading exactly on a step is not
      *> beyond it, and the count stops at the grid's size.
       grid-steps-passed.
           if ws-grid-work <= zero
             move zero to ws-n-cur
           else
             compute ws-grid-work = (ws-grid-work + 99) / 100
             if ws-grid-work > ws-grid-idx
               move ws-grid-idx to ws-n-cur
             else
               move ws-grid-work to ws-n-cur
             end-if
           end-if
           .

      *> ------ between the passes: limits and grids per band

      *> The band is held inside the limits of every label read
      *> in its hours; limits that cross leave it unsearchable.
       set-band-limits.
           move "N" to bd-has-hlow(bd-idx) bd-has-hhigh(bd-idx)
           move "S" to bd-state(bd-idx)
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             if st-count(bd-idx, lb-idx) is not equal to zero
               if lb-has-hlow(lb-idx) is equal to "Y"
                 if bd-has-hlow(bd-idx) is not equal to "Y" or
                      lb-hard-low(lb-idx) > bd-hard-low(bd-idx)
                   move lb-hard-low(lb-idx) to bd-hard-low(bd-idx)
                 end-if
                 move "Y" to bd-has-hlow(bd-idx)
               end-if
               if lb-has-hhigh(lb-idx) is equal to "Y"
                 if bd-has-hhigh(bd-idx) is not equal to "Y" or
                      lb-hard-high(lb-idx) < bd-hard-high(bd-idx)
                   move lb-hard-high(lb-idx) to bd-hard-high(bd-idx)
                 end-if
                 move "Y" to bd-has-hhigh(bd-idx)
               end-if
             end-if
           end-perform
           if bd-has-hlow(bd-idx) is equal to "Y" and
                bd-has-hhigh(bd-idx) is equal to "Y" and
                bd-hard-low(bd-idx) >= bd-hard-high(bd-idx)
             move "L" to bd-state(bd-idx)
           end-if
           if bd-readings(bd-idx) is equal to zero
             move "E" to bd-state(bd-idx)
           end-if
           .

      *> The grids start at the pooled 1st and 99th percentiles
      *> widened by the margin, pulled back to the hard limits,
      *> and run outwards a tenth at a time to the hard limit or
      *> 200 steps, whichever comes first. Readings so far past a
      *> hard limit that the two starts would cross leave nothing
      *> to search.
       set-band-grid.
           move 1 to bd-lgrid(bd-idx) bd-hgrid(bd-idx)
           move bd-cur-low(bd-idx)  to bd-lstart(bd-idx)
           move bd-cur-high(bd-idx) to bd-hstart(bd-idx)
           if bd-is-searchable(bd-idx)
             move zero to pct-n
             move zero to pct-work-bank
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               add st-count(bd-idx, lb-idx) to pct-n
               perform varying ws-bin from 1 by 1
                       until ws-bin > HIST-BINS
                 add st-hist(bd-idx, lb-idx, ws-bin)
                   to pct-work(ws-bin)
               end-perform
             end-perform
             move 10 to pct-permille
             perform find-percentile
             compute bd-lstart(bd-idx) = pct-value - ws-margin
             move 990 to pct-permille
             perform find-percentile
             compute bd-hstart(bd-idx) = pct-value + ws-margin

             move MAX-GRID to bd-hgrid(bd-idx)
             if bd-has-hhigh(bd-idx) is equal to "Y"
               if bd-hstart(bd-idx) >= bd-hard-high(bd-idx)
                 move bd-hard-high(bd-idx) to bd-hstart(bd-idx)
                 move 1 to bd-hgrid(bd-idx)
               else
                 compute ws-grid-work =
                   (bd-hard-high(bd-idx) - bd-hstart(bd-idx)) * 10 + 1
                 if ws-grid-work < MAX-GRID
                   move ws-grid-work to bd-hgrid(bd-idx)
                 end-if
               end-if
             end-if
             move MAX-GRID to bd-lgrid(bd-idx)
             if bd-has-hlow(bd-idx) is equal to "Y"
               if bd-lstart(bd-idx) <= bd-hard-low(bd-idx)
                 move bd-hard-low(bd-idx) to bd-lstart(bd-idx)
                 move 1 to bd-lgrid(bd-idx)
               else
                 compute ws-grid-work =
                   (bd-lstart(bd-idx) - bd-hard-low(bd-idx)) * 10 + 1
                 if ws-grid-work < MAX-GRID
                   move ws-grid-work to bd-lgrid(bd-idx)
                 end-if
               end-if
             end-if
             if bd-lstart(bd-idx) >= bd-hstart(bd-idx)
               move "R" to bd-state(bd-idx)
               move 1 to bd-lgrid(bd-idx) bd-hgrid(bd-idx)
               move bd-cur-low(bd-idx)  to bd-lstart(bd-idx)
               move bd-cur-high(bd-idx) to bd-hstart(bd-idx)
             end-if
           end-if
           .

      *> The value below which the wanted thousandths of the
      *> readings in pct-work lie, to the 0.1 degree bin.
       find-percentile.
           compute pct-target = (pct-n * pct-permille + 999) / 1000
           if pct-target is equal to zero
             move 1 to pct-target
           end-if
           move zero to pct-cum
           perform varying ws-bin from 1 by 1
                   until ws-bin > HIST-BINS or pct-cum >= pct-target
             add pct-work(ws-bin) to pct-cum
           end-perform
           compute pct-value = (ws-bin - 2) / 10 - 50
           .

      *> ------ after the second pass: the proposal per band

      *> Running totals turn each difference array into the alarm
      *> count at every step of its grid.
       settle-band-grid.
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             move zero to ws-run-total
             perform varying ws-grid-idx from 1 by 1
                     until ws-grid-idx > bd-hgrid(bd-idx)
               add st-hgrid-ct(bd-idx, lb-idx, ws-grid-idx)
                 to ws-run-total
               move ws-run-total
                 to st-hgrid-ct(bd-idx, lb-idx, ws-grid-idx)
             end-perform
             move zero to ws-run-total
             perform varying ws-grid-idx from 1 by 1
                     until ws-grid-idx > bd-lgrid(bd-idx)
               add st-lgrid-ct(bd-idx, lb-idx, ws-grid-idx)
                 to ws-run-total
               move ws-run-total
                 to st-lgrid-ct(bd-idx, lb-idx, ws-grid-idx)
             end-perform
           end-perform
           .

      *> From the grid starts, widen the side raising more alarms
      *> a step at a time until the band's alarms are down to the
      *> allowance or no side still raising alarms can widen any
      *> further.
       search-band-proposal.
           move zero to bd-cur-alarms(bd-idx) bd-prop-alarms(bd-idx)
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             add st-cur-low-ct(bd-idx, lb-idx)
                 st-cur-high-ct(bd-idx, lb-idx)
               to bd-cur-alarms(bd-idx)
           end-perform
           move 1 to bd-kl(bd-idx) bd-kh(bd-idx)
           move "N" to bd-met(bd-idx)
           if not bd-is-searchable(bd-idx)
             move bd-cur-low(bd-idx)  to bd-prop-low(bd-idx)
             move bd-cur-high(bd-idx) to bd-prop-high(bd-idx)
             move bd-cur-alarms(bd-idx) to bd-prop-alarms(bd-idx)
           else
             move "N" to ws-search-done
             perform until search-is-done
               perform sum-band-grid-alarms
               if ws-sum-low + ws-sum-high <= ws-allowed
                 move "Y" to bd-met(bd-idx)
                 set search-is-done to true
               else
                 if ws-sum-high >= ws-sum-low and
                      ws-sum-high > zero and
                      bd-kh(bd-idx) < bd-hgrid(bd-idx)
                   add 1 to bd-kh(bd-idx)
                 else
                   if ws-sum-low > zero and
                        bd-kl(bd-idx) < bd-lgrid(bd-idx)
                     add 1 to bd-kl(bd-idx)
                   else
                     if ws-sum-high > zero and
                          bd-kh(bd-idx) < bd-hgrid(bd-idx)
                       add 1 to bd-kh(bd-idx)
                     else
                       set search-is-done to true
                     end-if
                   end-if
                 end-if
               end-if
             end-perform
             compute bd-prop-alarms(bd-idx) = ws-sum-low + ws-sum-high
             compute bd-prop-low(bd-idx) =
               bd-lstart(bd-idx) - (bd-kl(bd-idx) - 1) / 10
             compute bd-prop-high(bd-idx) =
               bd-hstart(bd-idx) + (bd-kh(bd-idx) - 1) / 10
           end-if
           add bd-cur-alarms(bd-idx)  to tot-cur-alarms
           add bd-prop-alarms(bd-idx) to tot-prop-alarms
           .

       sum-band-grid-alarms.
           move zero to ws-sum-low ws-sum-high
           perform varying lb-idx from 1 by 1 until lb-idx > 4
             add st-lgrid-ct(bd-idx, lb-idx, bd-kl(bd-idx))
               to ws-sum-low
             add st-hgrid-ct(bd-idx, lb-idx, bd-kh(bd-idx))
               to ws-sum-high
           end-perform
           .

      *> ------ the report

       report-one-band.
           move bd-idx to edited-band
           move spaces to ws-band-name
           if bd-idx is equal to 1
             move "BASE (NO WINDOW)" to ws-band-name
           else
             string "WINDOW "            delimited by size
                    bd-start(bd-idx)     delimited by size
                    "-"                  delimited by size
                    bd-end(bd-idx)       delimited by size
                    into ws-band-name
             end-string
           end-if
           move bd-readings(bd-idx) to edited-count
           move spaces to ws-rpt-line
           string "  BAND "    delimited by size
                  edited-band  delimited by size
                  " "          delimited by size
                  ws-band-name delimited by size
                  " READINGS=" delimited by size
                  function trim(edited-count) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if bd-readings(bd-idx) is equal to zero
             move "    NO READINGS IN THESE HOURS - CURRENT BAND KEPT"
               to ws-rpt-line
             perform put-report-line
           else
             perform report-band-limits
             move spaces to ws-rpt-line
             move "LABEL"       to ws-rpt-line(5:5)
             move "READINGS"    to ws-rpt-line(13:8)
             move "MIN"         to ws-rpt-line(28:3)
             move "P01"         to ws-rpt-line(34:3)
             move "P05"         to ws-rpt-line(40:3)
             move "P50"         to ws-rpt-line(46:3)
             move "P95"         to ws-rpt-line(52:3)
             move "P99"         to ws-rpt-line(58:3)
             move "MAX"         to ws-rpt-line(65:3)
             move "HARD LIMITS" to ws-rpt-line(70:11)
             perform put-report-line
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               if st-count(bd-idx, lb-idx) is not equal to zero
                 perform report-label-distribution
               end-if
             end-perform
             move spaces to ws-rpt-line
             move "LABEL"         to ws-rpt-line(5:5)
             move "OPENINGS"      to ws-rpt-line(14:8)
             move "PEAK-P50"      to ws-rpt-line(27:8)
             move "PEAK-P90"      to ws-rpt-line(36:8)
             move "ALARMS NOW"    to ws-rpt-line(45:10)
             move "PROPOSED"      to ws-rpt-line(56:8)
             move "OVER HIGH NOW" to ws-rpt-line(67:13)
             move "PROPOSED"      to ws-rpt-line(82:8)
             perform put-report-line
             perform varying lb-idx from 1 by 1 until lb-idx > 4
               if st-count(bd-idx, lb-idx) is not equal to zero
                 perform report-label-alarms
               end-if
             end-perform
           end-if
           perform report-band-proposal
           .

       report-band-limits.
           move spaces to ws-rpt-line
           move "    BAND HARD LIMITS" to ws-rpt-line
           if bd-has-hlow(bd-idx) is equal to "Y"
             move bd-hard-low(bd-idx) to edited-temp
             string " LOW "      delimited by size
                    edited-temp  delimited by size
                    into ws-rpt-line(21:12)
             end-string
           else
             move " LOW NONE" to ws-rpt-line(21:12)
           end-if
           if bd-has-hhigh(bd-idx) is equal to "Y"
             move bd-hard-high(bd-idx) to edited-temp
             string " HIGH "     delimited by size
                    edited-temp  delimited by size
                    into ws-rpt-line(33:13)
             end-string
           else
             move " HIGH NONE" to ws-rpt-line(33:13)
           end-if
           if bd-limits-conflict(bd-idx)
             move " - LABELS' LIMITS DO NOT OVERLAP, CURRENT BAND KEPT"
               to ws-rpt-line(46:55)
           end-if
           if bd-limits-overrun(bd-idx)
             move " - READINGS RUN PAST THE LIMITS, CURRENT BAND KEPT"
               to ws-rpt-line(46:55)
           end-if
           perform put-report-line
           .

       report-label-distribution.
           move st-count(bd-idx, lb-idx) to pct-n edited-count
           perform varying ws-bin from 1 by 1 until ws-bin > HIST-BINS
             move st-hist(bd-idx, lb-idx, ws-bin) to pct-work(ws-bin)
           end-perform
           move spaces to ws-rpt-line
           string "    "            delimited by size
                  lb-label(lb-idx)  delimited by size
                  " "               delimited by size
                  edited-count      delimited by size
                  into ws-rpt-line
           end-string
           move st-min(bd-idx, lb-idx) to edited-temp
           move edited-temp to ws-rpt-line(25:6)
           move 10 to pct-permille
           perform find-percentile
           move pct-value to edited-temp
           move edited-temp to ws-rpt-line(31:6)
           move 50 to pct-permille
           perform find-percentile
           move pct-value to edited-temp
           move edited-temp to ws-rpt-line(37:6)
           move 500 to pct-permille
           perform find-percentile
           move pct-value to edited-temp
           move edited-temp to ws-rpt-line(43:6)
           move 950 to pct-permille
           perform find-percentile
           move pct-value to edited-temp
           move edited-temp to ws-rpt-line(49:6)
           move 990 to pct-permille
           perform find-percentile
           move pct-value to edited-temp
           move edited-temp to ws-rpt-line(55:6)
           move st-max(bd-idx, lb-idx) to edited-temp
           move edited-temp to ws-rpt-line(62:6)
           if lb-hard-src(lb-idx) is equal to spaces
             move "NONE" to ws-rpt-line(70:4)
           else
             move spaces to ws-rpt-part ws-num-text ws-num-text2
             if lb-has-hlow(lb-idx) is equal to "Y"
               move lb-hard-low(lb-idx) to edited-temp
               move function trim(edited-temp) to ws-num-text
             end-if
             if lb-has-hhigh(lb-idx) is equal to "Y"
               move lb-hard-high(lb-idx) to edited-temp2
               move function trim(edited-temp2) to ws-num-text2
             end-if
             string ws-num-text                  delimited by space
                    ".."                         delimited by size
                    ws-num-text2                 delimited by space
                    " "                          delimited by size
                    lb-hard-src(lb-idx)          delimited by space
                    into ws-rpt-part
             end-string
             move ws-rpt-part(1:30) to ws-rpt-line(70:30)
           end-if
           perform put-report-line
           .

      *> The label's openings in the band's hours: how many, the
      *> median and 90th-percentile peak, and how many peaks go
      *> over the current and proposed high; then its alarms now
      *> and under the proposal.
       report-label-alarms.
           move zero to ws-openings ws-over-cur ws-over-prop pct-n
           move zero to pct-work-bank
           perform varying iv-idx from 1 by 1 until iv-idx > iv-count
             if iv-band(iv-idx) is equal to bd-idx and
                  iv-has-peak(iv-idx, lb-idx) is equal to "Y"
               add 1 to ws-openings pct-n
               if iv-peak(iv-idx, lb-idx) > bd-cur-high(bd-idx)
                 add 1 to ws-over-cur
               end-if
               if iv-peak(iv-idx, lb-idx) > bd-prop-high(bd-idx)
                 add 1 to ws-over-prop
               end-if
               if iv-peak(iv-idx, lb-idx) < -50
                 move 1 to ws-bin
               else
                 compute ws-bin-work =
                   (iv-peak(iv-idx, lb-idx) + 50) * 10 + 1
                 if ws-bin-work > HIST-BINS
                   move HIST-BINS to ws-bin
                 else
                   move ws-bin-work to ws-bin
                 end-if
               end-if
               add 1 to pct-work(ws-bin)
             end-if
           end-perform
           move ws-openings to edited-small
           move spaces to ws-rpt-line
           string "    "            delimited by size
                  lb-label(lb-idx)  delimited by size
                  "    "            delimited by size
                  edited-small      delimited by size
                  into ws-rpt-line
           end-string
           if ws-openings is not equal to zero
             move 500 to pct-permille
             perform find-percentile
             move pct-value to edited-temp
             move edited-temp to ws-rpt-line(29:6)
             move 900 to pct-permille
             perform find-percentile
             move pct-value to edited-temp
             move edited-temp to ws-rpt-line(38:6)
           end-if
           compute ws-label-cur-ct =
             st-cur-low-ct(bd-idx, lb-idx)
             + st-cur-high-ct(bd-idx, lb-idx)
           move ws-label-cur-ct to edited-small
           move edited-small to ws-rpt-line(45:5)
           if not bd-is-searchable(bd-idx)
             move ws-label-cur-ct to ws-label-prop-ct
           else
             compute ws-label-prop-ct =
               st-lgrid-ct(bd-idx, lb-idx, bd-kl(bd-idx))
               + st-hgrid-ct(bd-idx, lb-idx, bd-kh(bd-idx))
           end-if
           move ws-label-prop-ct to edited-small
           move edited-small to ws-rpt-line(56:5)
           move ws-over-cur to edited-small
           move edited-small to ws-rpt-line(75:5)
           move ws-over-prop to edited-small
           move edited-small to ws-rpt-line(82:5)
           perform put-report-line
           .

       report-band-proposal.
           move bd-cur-low(bd-idx)  to edited-temp
           move bd-cur-high(bd-idx) to edited-temp2
           move bd-cur-alarms(bd-idx) to edited-small
           move spaces to ws-rpt-line
           string "    CURRENT  LOW " delimited by size
                  edited-temp         delimited by size
                  " HIGH "            delimited by size
                  edited-temp2        delimited by size
                  "  ALARMS "         delimited by size
                  edited-small        delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move bd-prop-low(bd-idx)  to edited-temp
           move bd-prop-high(bd-idx) to edited-temp2
           move bd-prop-alarms(bd-idx) to edited-small
           move spaces to ws-rpt-line
           string "    PROPOSED LOW " delimited by size
                  edited-temp         delimited by size
                  " HIGH "            delimited by size
                  edited-temp2        delimited by size
                  "  ALARMS "         delimited by size
                  edited-small        delimited by size
                  into ws-rpt-line
           end-string
           if not bd-is-searchable(bd-idx)
             move "  UNCHANGED" to ws-rpt-line(50:30)
           else
             if bd-met(bd-idx) is equal to "Y"
               move "  TARGET MET" to ws-rpt-line(50:30)
             else
               move "  TARGET NOT MET WITHIN HARD LIMITS"
                 to ws-rpt-line(50:40)
             end-if
           end-if
           perform put-report-line
           .

       report-totals.
           move tot-cur-alarms to edited-count
           move spaces to ws-rpt-line
           string "  ALL BANDS: ALARMS NOW " delimited by size
                  function trim(edited-count) delimited by size
                  ", UNDER PROPOSAL "        delimited by size
                  into ws-rpt-line
           end-string
           move tot-prop-alarms to edited-count
           move ws-rpt-line to ws-rpt-part
           move spaces to ws-rpt-line
           string function trim(ws-rpt-part, trailing)
                                       delimited by size
                  " "                  delimited by size
                  function trim(edited-count) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move iv-count to edited-count
           move spaces to ws-rpt-line
           string "  DOOR OPENINGS IN SPAN=" delimited by size
                  function trim(edited-count) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ws-dropped is not equal to zero
             move ws-dropped to edited-count
             move spaces to ws-rpt-line
             string "  OPENINGS NOT ANALYSED (OVER "
                                  delimited by size
                    MAX-OPENINGS  delimited by size
                    ")="          delimited by size
                    function trim(edited-count) delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           if ws-other-labels is not equal to zero
             move ws-other-labels to edited-count
             move spaces to ws-rpt-line
             string "  READINGS OF LABELS PAST THE FOURTH IGNORED="
                                  delimited by size
                    function trim(edited-count) delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           .

      *> ------ the candidate files

      *> The live TMP102.CFG line with the base band's proposal in
      *> fields 4 and 5, field count as it was; the schedule's
      *> windows with theirs. replay reads both as they stand.
       write-candidate-files.
           move bd-prop-low(1) to edited-temp
           move function trim(edited-temp) to cfg-field(4)
           move bd-prop-high(1) to edited-temp
           move function trim(edited-temp) to cfg-field(5)
           if cfg-field-count < 5
             move 5 to cfg-field-count
           end-if
           move spaces to ws-cand-line
           move 1 to ws-cand-ptr
           perform varying cfg-idx from 1 by 1
                   until cfg-idx > cfg-field-count
             if cfg-idx > 1
               string "," delimited by size
                      into ws-cand-line with pointer ws-cand-ptr
               end-string
             end-if
             if cfg-field(cfg-idx) is not equal to spaces
               string function trim(cfg-field(cfg-idx))
                        delimited by size
                      into ws-cand-line with pointer ws-cand-ptr
               end-string
             end-if
           end-perform
           open output candidate-file
           if ws-cand-status is not equal to "00"
             display "tuneadv: unable to write tmp102_candidate.cfg, "
                     "status " ws-cand-status
           else
             move ws-cand-line to candidate-record
             write candidate-record
             close candidate-file
             move "  CANDIDATE WRITTEN TO TMP102_CANDIDATE.CFG"
               to ws-rpt-line
             perform put-report-line
           end-if

           if bd-count > 1
             open output cand-sched-file
             if ws-csched-status is not equal to "00"
               display "tuneadv: unable to write "
                       "tmp102_sched_candidate.dat, status "
                       ws-csched-status
             else
               perform varying bd-idx from 2 by 1
                       until bd-idx > bd-count
                 move bd-prop-low(bd-idx)  to edited-temp
                 move bd-prop-high(bd-idx) to edited-temp2
                 move spaces to cand-sched-record
                 string bd-start(bd-idx)  delimited by size
                        ","               delimited by size
                        bd-end(bd-idx)    delimited by size
                        ","               delimited by size
                        function trim(edited-temp)  delimited by size
                        ","               delimited by size
                        function trim(edited-temp2) delimited by size
                        into cand-sched-record
                 end-string
                 write cand-sched-record
               end-perform
               close cand-sched-file
               move "  SCHEDULE WRITTEN TO TMP102_SCHED_CANDIDATE.DAT"
                 to ws-rpt-line
               perform put-report-line
             end-if
           end-if
           .

      *> ------ shared helpers

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
       end program tuneadv.
