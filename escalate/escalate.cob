      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Escalation chain for composite alarms that sit
      *> unacknowledged.
      *> cron) or keeps watching (mode "C") every interval-secs
      *> (default 60), the same convention the watchdog uses.
      *>
      *> An alarm tmp102 raised inside a planned maintenance
      *> window carries a SUPPRESSED event per label behind it,
      *> at the alarm's own timestamp. Such an alarm is held - no
      *> step fires - for as long as windows in MAINT_WINDOW.DAT
      *> (see the maintwin program) still cover every one of those
      *> labels. A window ended early, or one that runs out with
      *> the alarm still active and unacknowledged, releases it:
      *> its age then counts from the moment the cover ran out,
      *> not from the alarm, so step 1 is not fired the instant
      *> the window closes on an alarm hours old.
      *>
      *> The fourth field of ESCALATE.CFG, "R", takes the first
      *> two steps from the shift roster (see the roster program)
      *> instead: each sweep, the operator rostered on the shift
      *> in SHIFT_ROSTER.DAT that covers the present moment is
      *> poked as step 1 and that shift's on-call backup as step
      *> 2, each through the notify-url, delay and alarm code of
      *> that step's ONCALL.DAT line - so ONCALL.DAT still needs
      *> those lines, whatever operator ids they carry. With no
      *> shift on now, or a shift with no backup, the ONCALL.DAT
      *> names stand. Without the "R" the roster is not read.
      *>
      *> How to build this program:
      *>   cobc -x escalate.cob -I ../copybooks
      *>
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select shift-roster-file assign to "shift_roster.dat"
               organization is indexed
               access mode is dynamic
               record key is SR-KEY
               file status is ws-shift-status.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.

       data division.
       file section.
       01  lock-record         pic x(20).
       fd  station-file.
       01  station-record      pic x(20).
       fd  shift-roster-file.
           copy shiftrost.
       fd  window-file.
           copy mntwindow.

       working-storage section.

       01 cfg-age           pic x(5).
       01 cfg-mode          pic x.
       01 cfg-interval      pic x(4).
       01 cfg-roster        pic x.
       01 age-secs          pic 9(5)  value 900.
       01 watch-mode        pic x     value "S".
         88 watch-is-continuous       value "C".
       01 interval-secs     pic 9(4)  value 60.
       01 roster-source     pic x     value "O".
         88 roster-from-shifts        value "R".

      *> the on-call roster, in escalation order. 9 steps is a
      *> deep chain indeed.
       01 roster-table.
         05 roster-entry occurs 9 times.
           10 rs-operator    pic x(8).
           10 rs-oncall-id   pic x(8).
           10 rs-url         pic x(80).
           10 rs-delay       pic 9(5).
           10 rs-code        pic 99.
       01 rl-delay-x        pic x(5).
       01 rl-code-x         pic x(2).

      *> shift-roster housekeeping: the shift covering the present
      *> moment, looked for from yesterday's shifts on.
       01 ws-shift-status   pic xx.
       01 ws-shift-done     pic x.
         88 shift-scan-is-done        value "Y".
       01 ws-shift-operator pic x(8).
       01 ws-shift-backup   pic x(8).
       01 ws-shift-from     pic 9(8).
       01 ws-shift-begin    pic 9(12).
       01 ws-shift-finish   pic 9(12).

      *> the alarms on file: stamp, cleared, acked, and the
      *> highest escalation step already fired (read back from
      *> this program's own events on the shared log).
           10 al-acked       pic x.
             88 alarm-is-acked        value "Y".
           10 al-step        pic 99.
           10 al-supp-count  pic 9.
           10 al-supp-label  pic x(8)  occurs 4 times.
       01 al-count          pic 9(2)  value zero.
       01 al-idx            pic 9(2).
       01 ws-open-idx       pic 9(2).
       01 ws-alarm-secs     pic 9(12).
       01 ws-next-step      pic 99.

      *> maintenance-window housekeeping: how long windows have
      *> kept covering a suppressed alarm's labels. ws-cover-end
      *> is the earliest any one of its labels lost its cover.
       01 ws-win-status     pic xx.
       01 ws-win-done       pic x.
         88 win-scan-is-done          value "Y".
       01 ws-now-minute     pic x(12).
       01 ws-alarm-minute   pic x(12).
       01 ws-label-end      pic x(12).
       01 ws-cover-end      pic x(12).
       01 supp-idx          pic 9.
       01 ws-alarm-held     pic x.
         88 alarm-is-held             value "Y".

      *> notification housekeeping
       01 ws-push-cmd       pic x(200).
       01 ws-alarm-cmd      pic x(20).
         end-read
         if ws-cfg-status is equal to "00"
           unstring escalate-control-record delimited by ","
             into cfg-age cfg-mode cfg-interval cfg-roster
           end-unstring
           if function test-numval(cfg-age) = 0 and
                function numval(cfg-age) > 0
                function numval(cfg-interval) > 0
             compute interval-secs = function numval(cfg-interval)
           end-if
           if cfg-roster is equal to "R"
             set roster-from-shifts to true
           end-if
         end-if
         close escalate-control-file
       end-if
             else
               add 1 to rs-count
               move rl-operator-x to rs-operator(rs-count)
               move rl-operator-x to rs-oncall-id(rs-count)
               move rl-url-x      to rs-url(rs-count)
               compute rs-delay(rs-count) =
                 function numval(rl-delay-x)
       sweep-once.
           perform load-alarm-table
           perform compute-now-secs
           if roster-from-shifts
             perform take-shift-roster
           end-if
           perform varying al-idx from 1 by 1 until al-idx > al-count
             if not alarm-is-acked(al-idx) and
                  not alarm-has-cleared(al-idx)
                   move "N"  to al-cleared(al-count)
                   move "N"  to al-acked(al-count)
                   move zero to al-step(al-count)
                   move zero to al-supp-count(al-count)
                 end-if
               when "CLEAR"
      *>         the clear belongs to the newest alarm still open.
                 end-if
             end-evaluate
           end-if
      *>   tmp102's SUPPRESSED events share their alarm's stamp
      *>   and name one covered label each.
           if SE-SOURCE is equal to "TMP102" and
                SE-EVENT-TYPE is equal to "SUPPRESSED"
             perform varying al-idx from 1 by 1
                     until al-idx > al-count
               if al-stamp(al-idx) is equal to SE-TIMESTAMP and
                    al-supp-count(al-idx) < 4
                 add 1 to al-supp-count(al-idx)
                 move SE-VALUE(1:8) to
                   al-supp-label(al-idx, al-supp-count(al-idx))
               end-if
             end-perform
           end-if
      *>   this program's own past steps: SE-VALUE carries the
      *>   step digit then the alarm's stamp to the second.
           if SE-SOURCE is equal to "ESCALATE" and
           move al-stamp(al-idx)(1:16) to ws-ts-work
           perform stamp-to-seconds
           move ws-stamp-secs to ws-alarm-secs
           move "N" to ws-alarm-held
           if al-supp-count(al-idx) is not equal to zero
             perform apply-window-cover
           end-if
           compute ws-next-step = al-step(al-idx) + 1
           if ws-next-step > rs-count or alarm-is-held
             continue
           else
             move age-secs to ws-due-secs
           move rs-idx to al-step(al-idx)
           .

      *> A suppressed alarm: held while every label behind it is
      *> still covered; once the cover has run out, its age is
      *> reckoned from the minute it did.
       apply-window-cover.
           move al-stamp(al-idx)(1:12) to ws-alarm-minute
           move all "9" to ws-cover-end
           open input window-file
           if ws-win-status is not equal to "00"
             move ws-alarm-minute to ws-cover-end
           else
             perform varying supp-idx from 1 by 1
                     until supp-idx > al-supp-count(al-idx)
               perform find-label-cover-end
               if ws-label-end < ws-cover-end
                 move ws-label-end to ws-cover-end
               end-if
             end-perform
             close window-file
           end-if
           if ws-cover-end > ws-now-minute
             set alarm-is-held to true
           else
             if ws-cover-end > ws-alarm-minute
               move spaces to ws-ts-work
               move ws-cover-end to ws-ts-work(1:12)
               move "00" to ws-ts-work(13:2)
               perform stamp-to-seconds
               move ws-stamp-secs to ws-alarm-secs
             end-if
           end-if
           .

      *> How far this station's windows carry one label's cover on
      *> from the alarm: windows come back in start order, so
      *> back-to-back windows chain into one stretch of cover.
       find-label-cover-end.
           move ws-alarm-minute to ws-label-end
           move spaces to MAINT-WINDOW-RECORD
           move ws-station to MW-STATION
           move low-values to MW-START MW-LABEL
           move "N" to ws-win-done
           start window-file key is greater than MW-KEY
             invalid key set win-scan-is-done to true
           end-start
           perform until win-scan-is-done
             read window-file next
               at end set win-scan-is-done to true
               not at end
                 if MW-STATION is not equal to ws-station or
                      MW-START > ws-label-end
                   set win-scan-is-done to true
                 else
                   if MW-STATUS is equal to "A" and
                        MW-END > ws-label-end and
                        (MW-LABEL is equal to
                           al-supp-label(al-idx, supp-idx)
                         or MW-LABEL is equal to "*")
                     move MW-END to ws-label-end
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> Steps 1 and 2 from the shift on now: its operator and its
      *> backup; the ONCALL.DAT names otherwise. A shift over
      *> midnight is filed under the day it started, so the scan
      *> starts at yesterday's shifts.
       take-shift-roster.
           perform varying rs-idx from 1 by 1 until rs-idx > rs-count
             move rs-oncall-id(rs-idx) to rs-operator(rs-idx)
           end-perform
           move spaces to ws-shift-operator ws-shift-backup
           open input shift-roster-file
           if ws-shift-status is equal to "00"
             compute ws-shift-from = function date-of-integer(
               function integer-of-date(ws-ts-date) - 1)
             move spaces to SHIFT-ROSTER-RECORD
             move ws-shift-from to SR-DATE
             move low-values to SR-START
             move "N" to ws-shift-done
             start shift-roster-file key is not less than SR-KEY
               invalid key set shift-scan-is-done to true
             end-start
             perform until shift-scan-is-done
               read shift-roster-file next
                 at end set shift-scan-is-done to true
                 not at end
                   if SR-DATE > ws-timestamp(1:8)
                     set shift-scan-is-done to true
                   else
                     perform judge-one-shift
                   end-if
               end-read
             end-perform
             close shift-roster-file
           end-if
           if ws-shift-operator is not equal to spaces
             move ws-shift-operator to rs-operator(1)
             if ws-shift-backup is not equal to spaces and
                  rs-count >= 2
               move ws-shift-backup to rs-operator(2)
             end-if
           end-if
           .

       judge-one-shift.
           move spaces to ws-ts-work
           move SR-DATE  to ws-ts-work(1:8)
           move SR-START to ws-ts-work(9:4)
           move "00"     to ws-ts-work(13:2)
           perform stamp-to-seconds
           move ws-stamp-secs to ws-shift-begin
           move SR-END   to ws-ts-work(9:4)
           perform stamp-to-seconds
           if ws-stamp-secs <= ws-shift-begin
             add 86400 to ws-stamp-secs
           end-if
           move ws-stamp-secs to ws-shift-finish
           if ws-shift-begin <= ws-now-secs and
                ws-shift-finish > ws-now-secs
             move SR-OPERATOR to ws-shift-operator
             move SR-BACKUP   to ws-shift-backup
           end-if
           .

       stamp-to-seconds.
           move zero to ws-stamp-secs
           if ws-ts-work(1:14) is numeric
             + function numval(ws-timestamp(9:2)) * 3600
             + function numval(ws-timestamp(11:2)) * 60
             + function numval(ws-timestamp(13:2))
           move ws-timestamp(1:12) to ws-now-minute
           .
       end program escalate.
