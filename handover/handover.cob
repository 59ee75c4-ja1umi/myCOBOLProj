      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Consolidated shift handover package.
      *>
      *> order still inside its due date is listed but does not
      *> block the handover.
      *>
      *> Composite alarms tmp102 raised inside a planned
      *> maintenance window (tagged SUPPRESSED on the shared log,
      *> see the maintwin program) are counted in the shift's
      *> alarms as always, and then given a line of their own:
      *> how many there were and how long the shift spent in them.
      *> An unacknowledged suppressed alarm is still listed, marked
      *> SUPPRESSED, but does not block the handover - the window
      *> is the acknowledgment that it was expected.
      *>
      *> The shift's events are also given grouped by class from
      *> the event-type catalogue EVENT_TYPES.DAT (see the evtcat
      *> program): the count of INFO, WARN, ALARM and AUDIT events,
      *> each with the source / event-type pairs behind it, so the
      *> incoming lead reads the same classes opsummary prints. A
      *> pair not in the catalogue is listed under UNCATALOGUED to
      *> be registered; it does not block the handover.
      *>
      *> How to build this program:
      *>   cobc -x handover.cob -I ../copybooks
      *>
           select handover-report-file assign to "handover.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select catalogue-file assign to "event_types.dat"
               organization is indexed
               access mode is dynamic
               record key is ET-KEY
               file status is ws-cat-status.

       data division.
       file section.
       fd  ack-file.
       01  ack-record          pic x(120).
       fd  workorder-file.
           copy workord.
       fd  calibration-file.
       01  calibration-record  pic x(60).
       fd  preflight-report-file.
       01  preflight-report-record pic x(100).
       fd  handover-report-file.
       01  handover-report-record  pic x(100).
       fd  catalogue-file.
           copy evttype.

       working-storage section.

             88 alarm-has-cleared     value "Y".
           10 al-acked       pic x.
             88 alarm-is-acked        value "Y".
           10 al-supp        pic x.
             88 alarm-is-suppressed   value "Y".
       01 al-count          pic 9(2)  value zero.
       01 al-idx            pic 9(2).
       01 ack-alarm-stamp   pic x(21).
       01 ack-rest          pic x(99).
       01 ws-unacked        pic 9(2)  value zero.
       01 edited-unacked    pic Z9.
       01 ws-unacked-supp   pic 9(2)  value zero.

      *> maintenance-window suppression: the shift's suppressed
      *> alarms and the time spent in them, the one still open
      *> timed from its ALARM (or the SIGNON, if it straddles it).
       01 ws-supp-count     pic 9(4)  value zero.
       01 ws-supp-secs      pic 9(7)  value zero.
       01 ws-supp-open      pic x     value "N".
         88 supp-alarm-is-open        value "Y".
       01 ws-supp-open-secs pic 9(12).
       01 edited-supp       pic ZZZ9.

      *> the shift's events by catalogue class: the catalogue in
      *> memory (exact pairs and "*" families with the length of a
      *> family's stem) and every pair seen since the SIGNON under
      *> the class it falls in.
       01 ws-cat-status     pic xx.
       01 catalogue-table.
         05 catalogue-entry occurs 150 times.
           10 ec-source      pic x(10).
           10 ec-type        pic x(10).
           10 ec-severity    pic x(5).
           10 ec-stem-len    pic 99.
       01 ec-count          pic 9(3)  value zero.
       01 ec-idx            pic 9(3).
       01 ec-hit            pic 9(3).
       01 ws-stem-len       pic 99.
       01 ws-severity       pic x(12).
       01 ws-class-type     pic x(10).
       01 class-table.
         05 class-entry occurs 5 times.
           10 cl-name        pic x(12).
           10 cl-count       pic 9(6).
       01 cl-idx            pic 9.
       01 seen-table.
         05 seen-entry occurs 60 times.
           10 sv-source      pic x(10).
           10 sv-type        pic x(10).
           10 sv-severity    pic x(12).
           10 sv-count       pic 9(6).
       01 sv-total          pic 9(2)  value zero.
       01 sv-idx            pic 9(2).
       01 sv-slot           pic 9(2).
       01 edited-sv-count   pic ZZZZZ9.

      *> timestamp-to-seconds and duration housekeeping
       01 ws-ts-work        pic x(16).
       01 ws-ts-date        pic 9(8).
       01 ws-ts-hh          pic 99.
       01 ws-ts-mm          pic 99.
       01 ws-ts-ss          pic 99.
       01 ws-day-number     pic 9(7).
       01 ws-stamp-secs     pic 9(12).
       01 ws-dur-hh         pic 9(4).
       01 ws-dur-mm         pic 99.
       01 ws-dur-ss         pic 99.
       01 ws-dur-rem        pic 9(7).
       01 ws-dur-text       pic x(10).

      *> work-order sweep housekeeping
       01 ws-open-orders    pic 9(4)  value zero.
             perform put-report-line
             add 1 to ws-attention
           else
             perform load-event-catalogue
             move "INFO"         to cl-name(1)
             move "WARN"         to cl-name(2)
             move "ALARM"        to cl-name(3)
             move "AUDIT"        to cl-name(4)
             move "UNCATALOGUED" to cl-name(5)
             perform varying cl-idx from 1 by 1 until cl-idx > 5
               move zero to cl-count(cl-idx)
             end-perform
             move "N" to ws-scan-done
             perform until scan-is-done
               read sensor-event-file
             end-perform
             close sensor-event-file
             perform put-shift-totals
             perform put-class-totals
           end-if
           .

                          ws-alarm-count
             move 999.999  to ws-temp-low
             move -999.999 to ws-temp-high
             move zero to ws-supp-count ws-supp-secs
             perform varying cl-idx from 1 by 1 until cl-idx > 5
               move zero to cl-count(cl-idx)
             end-perform
             move zero to sv-total
             if supp-alarm-is-open
               move SE-TIMESTAMP(1:16) to ws-ts-work
               perform stamp-to-seconds
               move ws-stamp-secs to ws-supp-open-secs
             end-if
           end-if
           perform count-by-severity
           if SE-SOURCE is equal to "READSW" and
                SE-EVENT-TYPE is equal to "SW-XSITION"
             add 1 to ws-flip-count
                     move SE-TIMESTAMP to al-stamp(al-count)
                     move "N" to al-cleared(al-count)
                     move "N" to al-acked(al-count)
                     move "N" to al-supp(al-count)
                   end-if
                 when "CLEAR"
                   if al-count > 0
                     move "Y" to al-cleared(al-count)
                   end-if
                   if supp-alarm-is-open
                     move "N" to ws-supp-open
                     move SE-TIMESTAMP(1:16) to ws-ts-work
                     perform stamp-to-seconds
                     if ws-stamp-secs > ws-supp-open-secs
                       compute ws-supp-secs = ws-supp-secs
                         + ws-stamp-secs - ws-supp-open-secs
                     end-if
                   end-if
               end-evaluate
             end-if
      *>     one SUPPRESSED per covered label follows its ALARM
      *>     with the same stamp; the first marks the alarm.
             if SE-EVENT-TYPE is equal to "SUPPRESSED" and
                  al-count > 0
               if al-stamp(al-count) is equal to SE-TIMESTAMP and
                    not alarm-is-suppressed(al-count)
                 move "Y" to al-supp(al-count)
                 add 1 to ws-supp-count
                 if not alarm-has-cleared(al-count)
                   set supp-alarm-is-open to true
                   move SE-TIMESTAMP(1:16) to ws-ts-work
                   perform stamp-to-seconds
                   move ws-stamp-secs to ws-supp-open-secs
                 end-if
               end-if
             end-if
           end-if
           .

             end-string
             perform put-report-line
           end-if
           if ws-supp-count > zero
      *>     a suppressed alarm still open is timed up to now.
             if supp-alarm-is-open
               move ws-timestamp(1:16) to ws-ts-work
               perform stamp-to-seconds
               if ws-stamp-secs > ws-supp-open-secs
                 compute ws-supp-secs = ws-supp-secs
                   + ws-stamp-secs - ws-supp-open-secs
               end-if
             end-if
             move ws-supp-count to edited-supp
             move ws-supp-secs  to ws-dur-rem
             perform format-duration
             move spaces to ws-rpt-line
             string "  SUPPRESSED ALARMS (MAINTENANCE WINDOW)="
                                    delimited by size
                    edited-supp     delimited by size
                    " TIME-IN-ALARM=" delimited by size
                    ws-dur-text     delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             if supp-alarm-is-open
               move "    (ONE STILL OPEN, TIMED UP TO NOW)"
                 to ws-rpt-line
               perform put-report-line
             end-if
           end-if
           .

      *> The shift's events by catalogue class, each class with
      *> the source / event-type pairs behind it. Uncatalogued
      *> pairs are listed to be registered, not counted against
      *> the handover.
       put-class-totals.
           move "  EVENTS BY CLASS THIS SHIFT:" to ws-rpt-line
           perform put-report-line
           if ec-count is equal to zero
             move "    NO EVENT_TYPES.DAT - EVERY TYPE UNCATALOGUED"
               to ws-rpt-line
             perform put-report-line
           end-if
           perform varying cl-idx from 1 by 1 until cl-idx > 5
             if cl-count(cl-idx) > zero
               move cl-count(cl-idx) to edited-sv-count
               move spaces to ws-rpt-line
               string "    "           delimited by size
                      cl-name(cl-idx)  delimited by space
                      "="              delimited by size
                      edited-sv-count  delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
               perform varying sv-idx from 1 by 1
                       until sv-idx > sv-total
                 if sv-severity(sv-idx) is equal to cl-name(cl-idx)
                   move sv-count(sv-idx) to edited-sv-count
                   move spaces to ws-rpt-line
                   string "      "          delimited by size
                          sv-source(sv-idx) delimited by size
                          " "               delimited by size
                          sv-type(sv-idx)   delimited by size
                          " "               delimited by size
                          edited-sv-count   delimited by size
                          into ws-rpt-line
                   end-string
                   perform put-report-line
                 end-if
               end-perform
             end-if
           end-perform
           .

      *> Marks every alarm covered by an ALARM_ACK.DAT record and
             end-perform
             close ack-file
           end-if
           move zero to ws-unacked ws-unacked-supp
           perform varying al-idx from 1 by 1 until al-idx > al-count
             if not alarm-is-acked(al-idx) and
                  alarm-is-suppressed(al-idx)
               add 1 to ws-unacked-supp
               move spaces to ws-rpt-line
               string "  UNACKED ALARM " delimited by size
                      al-stamp(al-idx)(1:14) delimited by size
                      " (SUPPRESSED, MAINTENANCE WINDOW)"
                                         delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             end-if
             if not alarm-is-acked(al-idx) and
                  not alarm-is-suppressed(al-idx)
               add 1 to ws-unacked
               move spaces to ws-rpt-line
               if alarm-has-cleared(al-idx)
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ws-unacked-supp is not equal to zero
             move ws-unacked-supp to edited-unacked
             move spaces to ws-rpt-line
             string "  UNACKNOWLEDGED SUPPRESSED ALARMS="
                                   delimited by size
                    edited-unacked delimited by size
                    " (INSIDE A WINDOW, NOT BLOCKING)"
                                   delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           add ws-unacked to ws-attention
           .

             end-if
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

      *> Tallies the record just read under its catalogue class,
      *> and under its source / catalogued type within the class.
       count-by-severity.
           perform classify-event
           perform varying cl-idx from 1 by 1 until cl-idx > 5
             if cl-name(cl-idx) is equal to ws-severity
               add 1 to cl-count(cl-idx)
             end-if
           end-perform
           move zero to sv-slot
           perform varying sv-idx from 1 by 1 until sv-idx > sv-total
             if sv-source(sv-idx) is equal to SE-SOURCE and
                  sv-type(sv-idx) is equal to ws-class-type
               move sv-idx to sv-slot
             end-if
           end-perform
           if sv-slot is equal to zero and sv-total < 60
             add 1 to sv-total
             move sv-total to sv-slot
             move SE-SOURCE     to sv-source(sv-slot)
             move ws-class-type to sv-type(sv-slot)
             move ws-severity   to sv-severity(sv-slot)
             move zero          to sv-count(sv-slot)
           end-if
           if sv-slot is not equal to zero
             add 1 to sv-count(sv-slot)
           end-if
           .

      *> ------ event classification ------
      *> The catalogue read into memory once; classify-event then
      *> looks up the record in the sensor-event buffer - its exact
      *> pair first, then any "*" family of its source - and leaves
      *> the class in ws-severity (UNCATALOGUED when neither is on
      *> file) and the catalogued type in ws-class-type.
       load-event-catalogue.
           move zero to ec-count
           open input catalogue-file
           if ws-cat-status is equal to "00"
             move low-values to ET-KEY
             move "N" to ws-scan-done
             start catalogue-file key is greater than ET-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read catalogue-file next
                 at end set scan-is-done to true
                 not at end
                   if ec-count < 150
                     add 1 to ec-count
                     move ET-SOURCE   to ec-source(ec-count)
                     move ET-TYPE     to ec-type(ec-count)
                     move ET-SEVERITY to ec-severity(ec-count)
                     move zero to ws-stem-len
                     inspect ET-TYPE tallying ws-stem-len
                       for characters before initial "*"
                     if ws-stem-len < 10 and ws-stem-len > zero
                       move ws-stem-len to ec-stem-len(ec-count)
                     else
                       move zero to ec-stem-len(ec-count)
                     end-if
                   end-if
               end-read
             end-perform
             close catalogue-file
           end-if
           .

       classify-event.
           move "UNCATALOGUED" to ws-severity
           move SE-EVENT-TYPE  to ws-class-type
           move zero to ec-hit
           perform varying ec-idx from 1 by 1
                   until ec-idx > ec-count or ec-hit > zero
             if ec-source(ec-idx) is equal to SE-SOURCE and
                  ec-stem-len(ec-idx) is equal to zero and
                  ec-type(ec-idx) is equal to SE-EVENT-TYPE
               move ec-idx to ec-hit
             end-if
           end-perform
           perform varying ec-idx from 1 by 1
                   until ec-idx > ec-count or ec-hit > zero
             if ec-source(ec-idx) is equal to SE-SOURCE and
                  ec-stem-len(ec-idx) > zero
               if SE-EVENT-TYPE(1:ec-stem-len(ec-idx)) is equal to
                    ec-type(ec-idx)(1:ec-stem-len(ec-idx))
                 move ec-idx to ec-hit
               end-if
             end-if
           end-perform
           if ec-hit > zero
             move ec-severity(ec-hit) to ws-severity
             move ec-type(ec-hit)     to ws-class-type
           end-if
           .
       end program handover.
