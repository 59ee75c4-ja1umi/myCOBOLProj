      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Shift roster and roster-against-sign-on coverage report.
      *>
      *> Who was meant to be on the floor lived on the whiteboard
      *> in the office, and who actually was lived in the SIGNON
      *> events on the shared log; nobody put the two side by side
      *> until an alarm went unanswered. This program keeps the
      *> planned shifts in SHIFT_ROSTER.DAT (layout in shiftrost.cpy:
      *> date, start and end, the operator rostered and the on-call
      *> backup behind them). The menu:
      *>
      *>   L - list the shifts on file from a date (blank = today),
      *>       with the shift on now marked
      *>   E - enter a shift, or change the operator, backup or
      *>       end of one already on file: date (YYYYMMDD), start
      *>       and end (HHMM; an end not after the start runs past
      *>       midnight), operator and backup. Both must be active
      *>       on the operator master and must differ, and a shift
      *>       may not overlap another one on the roster.
      *>   D - delete a shift
      *>   C - coverage report for a period (from and to dates,
      *>       YYYYMMDD), appended to ROSTER.RPT
      *>   Q - quit
      *>
      *> Entering and deleting a shift are written to the shared
      *> log under ROSTER, with the shift's date and start as the
      *> value and the operator rostered as the operator.
      *>
      *> The coverage report reads the SIGNON events for the
      *> period out of the dated archives the shift-end roller
      *> leaves (from the day before the period to the day after
      *> it) and the live log, and sets each rostered shift in the
      *> period against them: ON TIME when the operator rostered
      *> was already on or signed on within the grace minutes of
      *> the start, LATE with the minutes late when they signed on
      *> after that, NO-SHOW when they never signed on during the
      *> shift. Anyone else who was on at the start or signed on
      *> during the shift is shown under it as covering, marked
      *> when it was the rostered backup.
      *>
      *> Nothing on the log says when somebody went home, so a
      *> sign-on is taken to hold the floor until the next one,
      *> but no longer than the end of the rostered shift it falls
      *> in (carried on through any following shifts rostered to
      *> the same operator) plus the grace minutes, or, when it
      *> falls in no rostered shift, for the most hours a sign-on
      *> can cover. Whatever time in the period that leaves
      *> uncovered is listed as NOBODY SIGNED ON, marked where it
      *> fell inside rostered time.
      *>
      *> The control file ROSTER.CFG (one line, comma-separated:
      *> grace-mins,cover-hours) sets the late grace (default 15
      *> minutes) and the most hours one sign-on can cover (default
      *> 12).
      *>
      *> On a floor where the operator master has not been built
      *> yet, the operator and backup are taken as keyed, with a
      *> warning, the same way signon behaves.
      *>
      *> How to build this program:
      *>   cobc -x roster.cob -I ../copybooks
      *>
       identification division.
       program-id. roster.

       environment division.
       input-output section.
       file-control.
           select shift-roster-file assign to "shift_roster.dat"
               organization is indexed
               access mode is dynamic
               record key is SR-KEY
               file status is ws-rost-status.
           select operator-file assign to "operator.dat"
               organization is indexed
               access mode is random
               record key is OM-ID
               file status is ws-oper-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select roster-control-file assign to "roster.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select roster-report-file assign to "roster.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  shift-roster-file.
           copy shiftrost.
       fd  operator-file.
           copy opermast.
       fd  station-file.
       01  station-record        pic x(20).
       fd  roster-control-file.
       01  roster-control-record pic x(40).
       fd  sensor-event-file.
           copy sensorevt.
       fd  roster-report-file.
       01  roster-report-record  pic x(80).

       working-storage section.

      *> file-status housekeeping
       01 ws-rost-status    pic xx.
       01 ws-oper-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-cfg-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-log-name       pic x(40).
       01 ws-station        pic x(8)  value spaces.

      *> control-file housekeeping
       01 cfg-grace         pic x(4).
       01 cfg-cover         pic x(4).
       01 grace-mins        pic 9(3)  value 15.
       01 cover-hours       pic 9(2)  value 12.

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 roster-is-done            value "Y".
       01 ws-ask-date       pic x(8).
       01 ws-ask-start      pic x(4).
       01 ws-ask-end        pic x(4).
       01 ws-ask-operator   pic x(8).
       01 ws-ask-backup     pic x(8).
       01 ws-check-id       pic x(8).
       01 ws-check-ok       pic x.
         88 check-is-ok               value "Y".
       01 ws-clash-flag     pic x.
         88 shift-clashes             value "Y".
       01 ws-list-count     pic 9(4).
       01 edited-count      pic ZZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".
       01 ws-shift-mark     pic x(10).

      *> shared-log event for an entered or deleted shift
       01 ws-event-type     pic x(10).

      *> the time now, and minute arithmetic: a moment is held as
      *> minutes since the start of the integer-of-date calendar,
      *> so shifts over midnight compare like any other.
       01 ws-timestamp      pic x(21).
       01 ws-now-mins       pic 9(10).
       01 ws-day-number     pic 9(7).
       01 ws-mins-of-day    pic 9(4).
       01 ws-conv-date      pic 9(8).
       01 ws-conv-hhmm.
         05 ws-conv-hh      pic 99.
         05 ws-conv-mm      pic 99.
       01 ws-conv-mins      pic 9(10).
       01 ws-hhmm-ok        pic x.
         88 hhmm-is-ok                value "Y".

      *> one shift as a stretch of minutes: ws-iv-* in, begin and
      *> finish out.
       01 ws-iv-date        pic x(8).
       01 ws-iv-start       pic x(4).
       01 ws-iv-end         pic x(4).
       01 ws-shift-begin    pic 9(10).
       01 ws-shift-finish   pic 9(10).
       01 ws-new-begin      pic 9(10).
       01 ws-new-finish     pic 9(10).

      *> coverage-report housekeeping: the period asked for, as
      *> dates and as minutes (its end held back to now).
       01 ws-ask-from       pic x(8).
       01 ws-ask-to         pic x(8).
       01 ws-from-days      pic 9(7).
       01 ws-to-days        pic 9(7).
       01 ws-walk-days      pic 9(7).
       01 ws-walk-date      pic 9(8).
       01 ws-period-begin   pic 9(10).
       01 ws-period-end     pic 9(10).

      *> the shifts rostered in and just before the period, in
      *> key (so time) order.
       01 shift-table.
         05 shift-entry occurs 300 times.
           10 st-date        pic x(8).
           10 st-start       pic x(4).
           10 st-end         pic x(4).
           10 st-operator    pic x(8).
           10 st-backup      pic x(8).
           10 st-begin       pic 9(10).
           10 st-finish      pic 9(10).
           10 st-in-period   pic x.
             88 shift-is-in-period    value "Y".
       01 st-count          pic 9(4)  value zero.
       01 st-idx            pic 9(4).
       01 st-found          pic 9(4).

      *> the sign-ons around the period; the logs are read oldest
      *> first, so the table is in time order. sn-cover-end is
      *> the minute each one stops holding the floor.
       01 signon-table.
         05 signon-entry occurs 1000 times.
           10 sn-mins        pic 9(10).
           10 sn-operator    pic x(8).
           10 sn-cover-end   pic 9(10).
       01 sn-count          pic 9(4)  value zero.
       01 sn-idx            pic 9(4).
       01 sn-next           pic 9(4).
       01 ws-holder-idx     pic 9(4).
       01 ws-arrive-idx     pic 9(4).
       01 ws-lost-signons   pic 9(4).
       01 ws-cap-end        pic 9(10).

      *> per-shift judgement and the period's totals
       01 ws-shift-verdict  pic x(8).
       01 ws-late-mins      pic 9(5).
       01 edited-late       pic ZZZZ9.
       01 ws-someone-else   pic x.
         88 someone-else-was-on       value "Y".
       01 ws-cover-tag      pic x(9).
       01 ws-judged-count   pic 9(4).
       01 ws-ontime-count   pic 9(4).
       01 ws-late-count     pic 9(4).
       01 ws-noshow-count   pic 9(4).
       01 ws-covered-count  pic 9(4).
       01 edited-judged     pic ZZZ9.
       01 edited-ontime     pic ZZZ9.
       01 edited-late-count pic ZZZ9.
       01 edited-noshow     pic ZZZ9.
       01 edited-covered    pic ZZZ9.

      *> uncovered-time housekeeping
       01 ws-cursor         pic 9(10).
       01 ws-gap-begin      pic 9(10).
       01 ws-gap-end        pic 9(10).
       01 ws-gap-mins       pic 9(7).
       01 ws-gap-total      pic 9(7).
       01 ws-gap-count      pic 9(4).
       01 ws-gap-hours      pic 9(5).
       01 ws-gap-rest       pic 99.
       01 edited-gap-hours  pic ZZZZ9.
       01 ws-gap-rostered   pic x.
         88 gap-is-rostered           value "Y".
       01 ws-gap-from-date  pic 9(8).
       01 ws-gap-from-hhmm  pic x(4).

      *> report housekeeping
       01 ws-rpt-line       pic x(80).
       01 edited-grace      pic ZZ9.

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

       open input roster-control-file
       if ws-cfg-status is equal to "00"
         read roster-control-file
           at end move "10" to ws-cfg-status
         end-read
         if ws-cfg-status is equal to "00"
           move spaces to cfg-grace cfg-cover
           unstring roster-control-record delimited by ","
             into cfg-grace cfg-cover
           end-unstring
           if function test-numval(cfg-grace) = 0
             compute grace-mins = function numval(cfg-grace)
           end-if
           if function test-numval(cfg-cover) = 0 and
                function numval(cfg-cover) > 0
             compute cover-hours = function numval(cfg-cover)
           end-if
         end-if
         close roster-control-file
       end-if

       perform until roster-is-done
         display " "
         display "roster: L)IST  E)NTER  D)ELETE  C)OVERAGE REPORT  "
                 "Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-shifts
           when "E" perform enter-shift
           when "D" perform delete-shift
           when "C" perform coverage-report
           when "Q" set roster-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       set-now-mins.
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-conv-date
           move ws-timestamp(9:4) to ws-conv-hhmm
           perform to-minutes
           move ws-conv-mins to ws-now-mins
           .

      *> ws-conv-date and ws-conv-hhmm to ws-conv-mins.
       to-minutes.
           compute ws-conv-mins =
             function integer-of-date(ws-conv-date) * 1440
             + ws-conv-hh * 60 + ws-conv-mm
           .

      *> ws-conv-mins back to ws-conv-date and ws-conv-hhmm.
       from-minutes.
           compute ws-day-number = ws-conv-mins / 1440
           compute ws-mins-of-day =
             ws-conv-mins - ws-day-number * 1440
           compute ws-conv-date =
             function date-of-integer(ws-day-number)
           divide ws-mins-of-day by 60
             giving ws-conv-hh remainder ws-conv-mm
           .

       check-hhmm.
           move "N" to ws-hhmm-ok
           if ws-conv-hhmm is numeric
             if ws-conv-hh <= 23 and ws-conv-mm <= 59
               set hhmm-is-ok to true
             end-if
           end-if
           .

      *> A shift's stretch of minutes; an end not after the start
      *> is on the next day.
       shift-interval.
           move ws-iv-date  to ws-conv-date
           move ws-iv-start to ws-conv-hhmm
           perform to-minutes
           move ws-conv-mins to ws-shift-begin
           move ws-iv-end   to ws-conv-hhmm
           perform to-minutes
           if ws-conv-mins <= ws-shift-begin
             add 1440 to ws-conv-mins
           end-if
           move ws-conv-mins to ws-shift-finish
           .

       open-roster-io.
           open i-o shift-roster-file
           if ws-rost-status is equal to "35"
             open output shift-roster-file
             close shift-roster-file
             open i-o shift-roster-file
           end-if
           if ws-rost-status is not equal to "00"
             display "  unable to open shift_roster.dat, status "
                     ws-rost-status
           end-if
           .

      *> ------ L: the roster from a date on ------
       list-shifts.
           display "  from date (YYYYMMDD, blank = today): "
                   with no advancing
           accept ws-ask-date
           perform set-now-mins
           if ws-ask-date is equal to spaces
             move ws-timestamp(1:8) to ws-ask-date
           end-if
           open input shift-roster-file
           if ws-rost-status is not equal to "00"
             display "  no shift roster on file yet."
           else
             move zero to ws-list-count
             move spaces to SHIFT-ROSTER-RECORD
             move ws-ask-date to SR-DATE
             move low-values to SR-START
             move "N" to ws-scan-done
             start shift-roster-file key is not less than SR-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read shift-roster-file next
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   move SR-DATE  to ws-iv-date
                   move SR-START to ws-iv-start
                   move SR-END   to ws-iv-end
                   perform shift-interval
                   evaluate true
                     when ws-shift-begin <= ws-now-mins and
                          ws-shift-finish > ws-now-mins
                       move "ON NOW"  to ws-shift-mark
                     when ws-shift-finish <= ws-now-mins
                       move "WORKED"  to ws-shift-mark
                     when other
                       move "PLANNED" to ws-shift-mark
                   end-evaluate
                   display "  " SR-DATE " " SR-START "-" SR-END
                           " " SR-OPERATOR " BACKUP " SR-BACKUP
                           " " ws-shift-mark
               end-read
             end-perform
             close shift-roster-file
             move ws-list-count to edited-count
             display "  SHIFTS LISTED: " edited-count
           end-if
           .

      *> ------ E: enter or change a shift ------
       enter-shift.
           display "  shift date (YYYYMMDD) ..........: "
                   with no advancing
           accept ws-ask-date
           display "  start (HHMM) ....................: "
                   with no advancing
           accept ws-ask-start
           display "  end (HHMM) ......................: "
                   with no advancing
           accept ws-ask-end
           display "  operator rostered ...............: "
                   with no advancing
           accept ws-ask-operator
           move function upper-case(ws-ask-operator)
             to ws-ask-operator
           display "  on-call backup (blank = none) ...: "
                   with no advancing
           accept ws-ask-backup
           move function upper-case(ws-ask-backup) to ws-ask-backup
           move "Y" to ws-check-ok
           move ws-ask-start to ws-conv-hhmm
           perform check-hhmm
           if not hhmm-is-ok
             move "N" to ws-check-ok
           end-if
           move ws-ask-end to ws-conv-hhmm
           perform check-hhmm
           if not hhmm-is-ok
             move "N" to ws-check-ok
           end-if
           if ws-ask-date is not numeric or
                ws-ask-operator is equal to spaces or
                ws-ask-backup is equal to ws-ask-operator or
                not check-is-ok
             display "  not saved: the date must be YYYYMMDD, start "
                     "and end HHMM, an operator is required"
             display "  and the backup must be someone else."
           else
             move ws-ask-operator to ws-check-id
             perform check-one-operator
             if check-is-ok and ws-ask-backup is not equal to spaces
               move ws-ask-backup to ws-check-id
               perform check-one-operator
             end-if
             if check-is-ok
               perform save-shift
             end-if
           end-if
           .

      *> The operator must be active on the master; a master that
      *> has not been built yet takes the id as keyed, with a
      *> warning, as signon does.
       check-one-operator.
           move "N" to ws-check-ok
           open input operator-file
           if ws-oper-status is equal to "35"
             display "  no operator master on file, "
                     function trim(ws-check-id) " not validated."
             set check-is-ok to true
           else
             if ws-oper-status is not equal to "00"
               display "  unable to open operator.dat, status "
                       ws-oper-status ", not saved."
             else
               move ws-check-id to OM-ID
               read operator-file
                 key is OM-ID
                 invalid key
                   display "  " function trim(ws-check-id)
                           " is not on the operator master, "
                           "not saved."
                 not invalid key
                   if OM-ACTIVE is not equal to "Y"
                     display "  " function trim(ws-check-id)
                             " is deactivated on the operator "
                             "master, not saved."
                   else
                     set check-is-ok to true
                   end-if
               end-read
               close operator-file
             end-if
           end-if
           .

       save-shift.
           perform open-roster-io
           if ws-rost-status is equal to "00"
             move ws-ask-date  to ws-iv-date
             move ws-ask-start to ws-iv-start
             move ws-ask-end   to ws-iv-end
             perform shift-interval
             move ws-shift-begin  to ws-new-begin
             move ws-shift-finish to ws-new-finish
             perform find-clash
             if not shift-clashes
               perform set-now-mins
               move ws-ask-date  to SR-DATE
               move ws-ask-start to SR-START
               read shift-roster-file
                 key is SR-KEY
                 invalid key
                   perform fill-shift-record
                   write SHIFT-ROSTER-RECORD
                     invalid key
                       display "  unable to add the shift."
                     not invalid key
                       display "  shift " ws-ask-date " "
                               ws-ask-start " saved."
                       move "SHIFT-SET" to ws-event-type
                       perform log-roster-event
                   end-write
                 not invalid key
                   perform fill-shift-record
                   rewrite SHIFT-ROSTER-RECORD
                     invalid key
                       display "  unable to update the shift."
                     not invalid key
                       display "  shift " ws-ask-date " "
                               ws-ask-start " updated."
                       move "SHIFT-SET" to ws-event-type
                       perform log-roster-event
                   end-rewrite
               end-read
             end-if
             close shift-roster-file
           end-if
           .

       fill-shift-record.
           move spaces          to SHIFT-ROSTER-RECORD
           move ws-ask-date     to SR-DATE
           move ws-ask-start    to SR-START
           move ws-ask-end      to SR-END
           move ws-ask-operator to SR-OPERATOR
           move ws-ask-backup   to SR-BACKUP
           move ws-timestamp(1:14) to SR-ENTERED
           .

      *> Any other shift from the day before on that overlaps the
      *> new one refuses it; the shift being changed is passed
      *> over.
       find-clash.
           move "N" to ws-clash-flag
           move ws-ask-date to ws-conv-date
           compute ws-walk-date = function date-of-integer(
             function integer-of-date(ws-conv-date) - 1)
           move spaces to SHIFT-ROSTER-RECORD
           move ws-walk-date to SR-DATE
           move low-values to SR-START
           move "N" to ws-scan-done
           start shift-roster-file key is not less than SR-KEY
             invalid key set scan-is-done to true
           end-start
           perform until scan-is-done
             read shift-roster-file next
               at end set scan-is-done to true
               not at end
                 if SR-DATE > ws-ask-date
                   set scan-is-done to true
                 else
                   if SR-DATE is not equal to ws-ask-date or
                        SR-START is not equal to ws-ask-start
                     move SR-DATE  to ws-iv-date
                     move SR-START to ws-iv-start
                     move SR-END   to ws-iv-end
                     perform shift-interval
                     if ws-shift-begin < ws-new-finish and
                          ws-shift-finish > ws-new-begin
                       set shift-clashes to true
                       display "  not saved: overlaps the shift "
                               SR-DATE " " SR-START "-" SR-END
                               " " SR-OPERATOR
                     end-if
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> ------ D: delete a shift ------
       delete-shift.
           display "  shift date (YYYYMMDD) ..........: "
                   with no advancing
           accept ws-ask-date
           display "  start (HHMM) ....................: "
                   with no advancing
           accept ws-ask-start
           perform open-roster-io
           if ws-rost-status is equal to "00"
             move ws-ask-date  to SR-DATE
             move ws-ask-start to SR-START
             read shift-roster-file
               key is SR-KEY
               invalid key
                 display "  no shift on file for " ws-ask-date
                         " " ws-ask-start "."
               not invalid key
                 delete shift-roster-file
                   invalid key
                     display "  unable to delete the shift."
                   not invalid key
                     display "  shift " ws-ask-date " "
                             ws-ask-start " deleted."
                     perform set-now-mins
                     move "SHIFT-DEL" to ws-event-type
                     perform log-roster-event
                 end-delete
             end-read
             close shift-roster-file
           end-if
           .

      *> One ROSTER event on the shared log: the shift's date and
      *> start in the value, the operator rostered as the
      *> operator.
       log-roster-event.
           move "sensor_events.log" to ws-log-name
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces        to sensor-event-record
           move ws-timestamp  to SE-TIMESTAMP
           move "ROSTER"      to SE-SOURCE
           move ws-event-type to SE-EVENT-TYPE
           move SR-KEY        to SE-VALUE
           move SR-OPERATOR   to SE-OPERATOR
           move ws-station    to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .

      *> ------ C: the roster against the sign-ons ------
       coverage-report.
           display "  period from (YYYYMMDD): " with no advancing
           accept ws-ask-from
           display "  period to (YYYYMMDD) .: " with no advancing
           accept ws-ask-to
           perform set-now-mins
           if ws-ask-from is not numeric or
                ws-ask-to is not numeric or
                ws-ask-to < ws-ask-from
             display "  the period must be two YYYYMMDD dates, "
                     "the second not before the first."
           else
             move ws-ask-from to ws-walk-date
             compute ws-from-days =
               function integer-of-date(ws-walk-date)
             move ws-ask-to to ws-walk-date
             compute ws-to-days =
               function integer-of-date(ws-walk-date)
             compute ws-period-begin = ws-from-days * 1440
             compute ws-period-end = (ws-to-days + 1) * 1440
             if ws-period-end > ws-now-mins
               move ws-now-mins to ws-period-end
             end-if
             if ws-period-begin >= ws-period-end
               display "  that period has not started yet."
             else
               perform load-period-shifts
               perform load-period-signons
               perform set-cover-ends
               perform write-coverage-report
             end-if
           end-if
           .

      *> The shifts from the day before the period (one of those
      *> may run on into it) to its last day.
       load-period-shifts.
           move zero to st-count
           open input shift-roster-file
           if ws-rost-status is equal to "00"
             move spaces to SHIFT-ROSTER-RECORD
             compute ws-walk-date =
               function date-of-integer(ws-from-days - 1)
             move ws-walk-date to SR-DATE
             move low-values to SR-START
             move "N" to ws-scan-done
             start shift-roster-file key is not less than SR-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read shift-roster-file next
                 at end set scan-is-done to true
                 not at end
                   if SR-DATE > ws-ask-to
                     set scan-is-done to true
                   else
                     if st-count < 300
                       add 1 to st-count
                       move SR-DATE     to st-date(st-count)
                       move SR-START    to st-start(st-count)
                       move SR-END      to st-end(st-count)
                       move SR-OPERATOR to st-operator(st-count)
                       move SR-BACKUP   to st-backup(st-count)
                       move SR-DATE     to ws-iv-date
                       move SR-START    to ws-iv-start
                       move SR-END      to ws-iv-end
                       perform shift-interval
                       move ws-shift-begin  to st-begin(st-count)
                       move ws-shift-finish to st-finish(st-count)
                       if SR-DATE >= ws-ask-from
                         move "Y" to st-in-period(st-count)
                       else
                         move "N" to st-in-period(st-count)
                       end-if
                     end-if
                   end-if
               end-read
             end-perform
             close shift-roster-file
           end-if
           .

      *> The period's archives, a day either side (the roller
      *> names an archive by the day it ran), then the live log.
       load-period-signons.
           move zero to sn-count ws-lost-signons
           compute ws-walk-days = ws-from-days - 1
           perform until ws-walk-days > ws-to-days + 1
             compute ws-walk-date =
               function date-of-integer(ws-walk-days)
             move spaces to ws-log-name
             string "sensor_events_" delimited by size
                    ws-walk-date     delimited by size
                    ".log"           delimited by size
                    into ws-log-name
             end-string
             perform walk-one-signon-log
             add 1 to ws-walk-days
           end-perform
           move "sensor_events.log" to ws-log-name
           perform walk-one-signon-log
           .

       walk-one-signon-log.
           open input sensor-event-file
           if ws-sevt-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read sensor-event-file
                 at end set scan-is-done to true
                 not at end
                   if SE-SOURCE is equal to "SIGNON" and
                        SE-EVENT-TYPE is equal to "SIGN-ON" and
                        SE-TIMESTAMP(1:12) is numeric
                     perform keep-one-signon
                   end-if
               end-read
             end-perform
             close sensor-event-file
           end-if
           .

       keep-one-signon.
           move SE-TIMESTAMP(1:8) to ws-conv-date
           move SE-TIMESTAMP(9:4) to ws-conv-hhmm
           compute ws-day-number =
             function integer-of-date(ws-conv-date)
           if ws-day-number >= ws-from-days - 1 and
                ws-day-number <= ws-to-days + 1
             if sn-count < 1000
               perform to-minutes
               add 1 to sn-count
               move ws-conv-mins to sn-mins(sn-count)
               move SE-OPERATOR  to sn-operator(sn-count)
               if sn-operator(sn-count) is equal to spaces
                 move SE-VALUE(1:8) to sn-operator(sn-count)
               end-if
             else
               add 1 to ws-lost-signons
             end-if
           end-if
           .

      *> How long each sign-on holds the floor: to the next
      *> sign-on, but no longer than its shift's end plus grace
      *> (carried through the same operator's following shifts),
      *> or cover-hours when it falls in no shift.
       set-cover-ends.
           perform varying sn-idx from 1 by 1
                   until sn-idx > sn-count
             perform find-signon-shift
             if st-found is equal to zero
               compute ws-cap-end =
                 sn-mins(sn-idx) + cover-hours * 60
             else
               compute ws-cap-end =
                 st-finish(st-found) + grace-mins
               perform varying st-idx from st-found by 1
                       until st-idx > st-count
                 if st-operator(st-idx) is equal to
                      sn-operator(sn-idx) and
                    st-begin(st-idx) <= ws-cap-end and
                    st-finish(st-idx) + grace-mins > ws-cap-end
                   compute ws-cap-end =
                     st-finish(st-idx) + grace-mins
                 end-if
               end-perform
             end-if
             compute sn-next = sn-idx + 1
             if sn-next <= sn-count
               if sn-mins(sn-next) < ws-cap-end
                 move sn-mins(sn-next) to ws-cap-end
               end-if
             else
               if ws-now-mins < ws-cap-end
                 move ws-now-mins to ws-cap-end
               end-if
             end-if
             move ws-cap-end to sn-cover-end(sn-idx)
           end-perform
           .

      *> The shift a sign-on belongs to: one rostered to that
      *> operator (as operator or backup) that it falls in, grace
      *> before the start allowed; failing that, the latest shift
      *> it falls in at all.
       find-signon-shift.
           move zero to st-found
           perform varying st-idx from 1 by 1
                   until st-idx > st-count or st-found > zero
             if (st-operator(st-idx) is equal to sn-operator(sn-idx)
                 or st-backup(st-idx) is equal to
                      sn-operator(sn-idx)) and
                sn-mins(sn-idx) + grace-mins >= st-begin(st-idx) and
                sn-mins(sn-idx) < st-finish(st-idx)
               move st-idx to st-found
             end-if
           end-perform
           if st-found is equal to zero
             perform varying st-idx from 1 by 1
                     until st-idx > st-count
               if sn-mins(sn-idx) + grace-mins >= st-begin(st-idx)
                    and sn-mins(sn-idx) < st-finish(st-idx)
                 move st-idx to st-found
               end-if
             end-perform
           end-if
           .

       write-coverage-report.
           open extend roster-report-file
           if ws-rpt-status is not equal to "00" and
                ws-rpt-status is not equal to "05"
             close roster-report-file
             open output roster-report-file
           end-if
           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " SHIFT COVERAGE " delimited by size
                  ws-ask-from  delimited by size
                  " TO "       delimited by size
                  ws-ask-to    delimited by size
                  into ws-rpt-line
           end-string
           perform put-roster-line
           move grace-mins to edited-grace
           move spaces to ws-rpt-line
           string "  STATION "  delimited by size
                  ws-station    delimited by size
                  "  LATE AFTER" delimited by size
                  edited-grace  delimited by size
                  " MIN"        delimited by size
                  into ws-rpt-line
           end-string
           perform put-roster-line
           if ws-lost-signons > zero
             move "  NOTE: MORE SIGN-ONS THAN THE REPORT HOLDS, "
               & "THE LATEST WERE LEFT OUT" to ws-rpt-line
             perform put-roster-line
           end-if

           move "  ROSTERED SHIFTS" to ws-rpt-line
           perform put-roster-line
           move zero to ws-judged-count ws-ontime-count
                        ws-late-count ws-noshow-count
                        ws-covered-count
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
             if shift-is-in-period(st-idx)
               perform judge-one-shift
             end-if
           end-perform
           if ws-judged-count is equal to zero
             move "    NO ROSTERED SHIFT STARTED IN THE PERIOD"
               to ws-rpt-line
             perform put-roster-line
           end-if
           move ws-judged-count  to edited-judged
           move ws-ontime-count  to edited-ontime
           move ws-late-count    to edited-late-count
           move ws-noshow-count  to edited-noshow
           move ws-covered-count to edited-covered
           move spaces to ws-rpt-line
           string "  SHIFTS="     delimited by size
                  edited-judged   delimited by size
                  " ON TIME="     delimited by size
                  edited-ontime   delimited by size
                  " LATE="        delimited by size
                  edited-late-count delimited by size
                  " NO-SHOW="     delimited by size
                  edited-noshow   delimited by size
                  " COVERED="     delimited by size
                  edited-covered  delimited by size
                  into ws-rpt-line
           end-string
           perform put-roster-line

           move "  NOBODY SIGNED ON" to ws-rpt-line
           perform put-roster-line
           perform list-uncovered-time
           close roster-report-file
           .

      *> One rostered shift against the sign-ons. Shifts not yet
      *> started are left out; one under way is judged so far.
       judge-one-shift.
           if st-begin(st-idx) >= ws-now-mins
             continue
           else
             add 1 to ws-judged-count
             move zero to ws-holder-idx ws-arrive-idx
             move "N" to ws-someone-else
             perform varying sn-idx from 1 by 1
                     until sn-idx > sn-count
               if sn-mins(sn-idx) <= st-begin(st-idx) and
                    sn-cover-end(sn-idx) > st-begin(st-idx)
                 move sn-idx to ws-holder-idx
               end-if
             end-perform
             if ws-holder-idx > zero
               if sn-operator(ws-holder-idx) is equal to
                    st-operator(st-idx)
                 move ws-holder-idx to ws-arrive-idx
               end-if
             end-if
             if ws-arrive-idx is equal to zero
               perform varying sn-idx from 1 by 1
                       until sn-idx > sn-count or ws-arrive-idx > 0
                 if sn-operator(sn-idx) is equal to
                      st-operator(st-idx) and
                    sn-mins(sn-idx) + grace-mins >= st-begin(st-idx)
                    and sn-mins(sn-idx) < st-finish(st-idx)
                   move sn-idx to ws-arrive-idx
                 end-if
               end-perform
             end-if

             move spaces to ws-rpt-line
             evaluate true
               when ws-arrive-idx is equal to zero and
                    st-begin(st-idx) + grace-mins > ws-now-mins
                 move "DUE" to ws-shift-verdict
                 subtract 1 from ws-judged-count
                 string "    "            delimited by size
                        st-date(st-idx)   delimited by size
                        " "               delimited by size
                        st-start(st-idx)  delimited by size
                        "-"               delimited by size
                        st-end(st-idx)    delimited by size
                        " "               delimited by size
                        st-operator(st-idx) delimited by size
                        " NOT SIGNED ON YET" delimited by size
                        into ws-rpt-line
                 end-string
               when ws-arrive-idx is equal to zero
                 move "NO-SHOW" to ws-shift-verdict
                 add 1 to ws-noshow-count
                 string "    "            delimited by size
                        st-date(st-idx)   delimited by size
                        " "               delimited by size
                        st-start(st-idx)  delimited by size
                        "-"               delimited by size
                        st-end(st-idx)    delimited by size
                        " "               delimited by size
                        st-operator(st-idx) delimited by size
                        " NO-SHOW"        delimited by size
                        into ws-rpt-line
                 end-string
               when sn-mins(ws-arrive-idx) <=
                      st-begin(st-idx) + grace-mins
                 move "ON TIME" to ws-shift-verdict
                 add 1 to ws-ontime-count
                 move sn-mins(ws-arrive-idx) to ws-conv-mins
                 perform from-minutes
                 string "    "            delimited by size
                        st-date(st-idx)   delimited by size
                        " "               delimited by size
                        st-start(st-idx)  delimited by size
                        "-"               delimited by size
                        st-end(st-idx)    delimited by size
                        " "               delimited by size
                        st-operator(st-idx) delimited by size
                        " ON TIME, ON AT " delimited by size
                        ws-conv-hhmm      delimited by size
                        into ws-rpt-line
                 end-string
               when other
                 move "LATE" to ws-shift-verdict
                 add 1 to ws-late-count
                 compute ws-late-mins =
                   sn-mins(ws-arrive-idx) - st-begin(st-idx)
                 move ws-late-mins to edited-late
                 move sn-mins(ws-arrive-idx) to ws-conv-mins
                 perform from-minutes
                 string "    "            delimited by size
                        st-date(st-idx)   delimited by size
                        " "               delimited by size
                        st-start(st-idx)  delimited by size
                        "-"               delimited by size
                        st-end(st-idx)    delimited by size
                        " "               delimited by size
                        st-operator(st-idx) delimited by size
                        " LATE "          delimited by size
                        function trim(edited-late)
                                          delimited by size
                        " MIN, ON AT "    delimited by size
                        ws-conv-hhmm      delimited by size
                        into ws-rpt-line
                 end-string
             end-evaluate
             perform put-roster-line

      *>     whoever else held the floor past the start's grace,
      *>     then anyone else who signed on during the shift.
             if ws-holder-idx > zero and
                  ws-holder-idx is not equal to ws-arrive-idx and
                  sn-cover-end(ws-holder-idx) >
                    st-begin(st-idx) + grace-mins
               move ws-holder-idx to sn-idx
               perform set-cover-tag
               move spaces to ws-rpt-line
               string "        ON AT START: " delimited by size
                      sn-operator(sn-idx)     delimited by size
                      ws-cover-tag            delimited by size
                      into ws-rpt-line
               end-string
               perform put-roster-line
               set someone-else-was-on to true
             end-if
             perform varying sn-idx from 1 by 1
                     until sn-idx > sn-count
               if sn-mins(sn-idx) > st-begin(st-idx) and
                    sn-mins(sn-idx) < st-finish(st-idx) and
                    sn-operator(sn-idx) is not equal to
                      st-operator(st-idx)
                 perform set-cover-tag
                 move sn-mins(sn-idx) to ws-conv-mins
                 perform from-minutes
                 move spaces to ws-rpt-line
                 string "        COVERED BY " delimited by size
                        sn-operator(sn-idx)   delimited by size
                        " FROM "              delimited by size
                        ws-conv-hhmm          delimited by size
                        ws-cover-tag          delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-roster-line
                 set someone-else-was-on to true
               end-if
             end-perform
             if someone-else-was-on
               add 1 to ws-covered-count
             else
               if ws-shift-verdict is equal to "NO-SHOW"
                 move "        NOBODY SIGNED ON FOR THIS SHIFT"
                   to ws-rpt-line
                 perform put-roster-line
               end-if
             end-if
           end-if
           .

       set-cover-tag.
           move spaces to ws-cover-tag
           if st-backup(st-idx) is not equal to spaces and
                sn-operator(sn-idx) is equal to st-backup(st-idx)
             move " (BACKUP)" to ws-cover-tag
           end-if
           .

      *> The time in the period no sign-on held: the sign-ons in
      *> order, each gap before one that starts past the cover so
      *> far, and the tail after the last.
       list-uncovered-time.
           move zero to ws-gap-total ws-gap-count
           move ws-period-begin to ws-cursor
           perform varying sn-idx from 1 by 1
                   until sn-idx > sn-count
             if sn-mins(sn-idx) > ws-cursor and
                  ws-cursor < ws-period-end
               move ws-cursor to ws-gap-begin
               move sn-mins(sn-idx) to ws-gap-end
               if ws-gap-end > ws-period-end
                 move ws-period-end to ws-gap-end
               end-if
               perform put-one-gap
             end-if
             if sn-cover-end(sn-idx) > ws-cursor
               move sn-cover-end(sn-idx) to ws-cursor
             end-if
           end-perform
           if ws-cursor < ws-period-end
             move ws-cursor to ws-gap-begin
             move ws-period-end to ws-gap-end
             perform put-one-gap
           end-if
           if ws-gap-count is equal to zero
             move "    NONE, THE FLOOR WAS COVERED THROUGHOUT"
               to ws-rpt-line
             perform put-roster-line
           end-if
           divide ws-gap-total by 60
             giving ws-gap-hours remainder ws-gap-rest
           move ws-gap-hours to edited-gap-hours
           move spaces to ws-rpt-line
           string "  UNCOVERED TIME=" delimited by size
                  edited-gap-hours    delimited by size
                  ":"                 delimited by size
                  ws-gap-rest         delimited by size
                  into ws-rpt-line
           end-string
           perform put-roster-line
           .

       put-one-gap.
           compute ws-gap-mins = ws-gap-end - ws-gap-begin
           add ws-gap-mins to ws-gap-total
           add 1 to ws-gap-count
           move "N" to ws-gap-rostered
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
             if st-begin(st-idx) < ws-gap-end and
                  st-finish(st-idx) > ws-gap-begin
               set gap-is-rostered to true
             end-if
           end-perform
           move ws-gap-begin to ws-conv-mins
           perform from-minutes
           move ws-conv-date to ws-gap-from-date
           move ws-conv-hhmm to ws-gap-from-hhmm
           move ws-gap-end to ws-conv-mins
           perform from-minutes
           divide ws-gap-mins by 60
             giving ws-gap-hours remainder ws-gap-rest
           move ws-gap-hours to edited-gap-hours
           move spaces to ws-rpt-line
           string "    "           delimited by size
                  ws-gap-from-date delimited by size
                  " "              delimited by size
                  ws-gap-from-hhmm delimited by size
                  " TO "           delimited by size
                  ws-conv-date     delimited by size
                  " "              delimited by size
                  ws-conv-hhmm     delimited by size
                  edited-gap-hours delimited by size
                  ":"              delimited by size
                  ws-gap-rest      delimited by size
                  into ws-rpt-line
           end-string
           if gap-is-rostered
             move "ROSTERED TIME" to ws-rpt-line(50:13)
           end-if
           perform put-roster-line
           .

       put-roster-line.
           move ws-rpt-line to roster-report-record
           write roster-report-record
           display ws-rpt-line
           .
       end program roster.
