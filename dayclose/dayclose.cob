      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Supervisor day-close sign-off and archive seal.
      *>
      *> The paper log book page gets a signature, but the dated
      *> archives logroll leaves behind (sensor_events_YYYYMMDD.log,
      *> tmp102_YYYYMMDD.log and the rest) could still be edited
      *> afterwards with no trace, and every tmpstmt statement is
      *> built from them. This program lets a supervisor sign a day
      *> off: it counts and checksums each of the day's archives and
      *> records them, with the signer and the time, in the keyed
      *> seal file DAY_SEAL.DAT (layout in dayseal.cpy). A later
      *> VERIFY run recomputes every sealed archive and names any
      *> whose count or checksum no longer matches.
      *>
      *> How to use this program:
      *>   dayclose SEAL [YYYYMMDD]   (today when no date is given)
      *>     The operator on shift in ONSHIFT.DAT must be an active
      *>     SUPERVISOR on the operator master; anyone else is
      *>     refused and the refusal goes to the shared log as an
      *>     AUTH-DENY event. The seal is then refused outright
      *>     - nothing is written - when:
      *>       - the day is already sealed;
      *>       - LOGRECON.RPT holds no reconciliation for the day,
      *>         or its latest one ended in DISCREPANCIES;
      *>       - a COMPOSITE ALARM raised that day has no
      *>         acknowledgment in ALARM_ACK.DAT (an alarm
      *>         suppressed inside a maintenance window does not
      *>         block, as in handover);
      *>       - LOGROLL_INDEX.DAT lists no archive for the day, an
      *>         archive it lists is gone, or an archive no longer
      *>         holds the record count the roller indexed.
      *>     A seal is written to the shared log as DAYCLOSE
      *>     DAY-SEAL with the day in the value.
      *>
      *>   dayclose VERIFY
      *>     rechecks every sealed day's archives and reports each
      *>     one as matching, ALTERED or MISSING (a missing archive
      *>     may simply have passed logroll's retention). Every
      *>     altered or missing archive also goes to the shared log
      *>     as DAYCLOSE SEAL-BREAK.
      *>
      *> Alarms are acknowledged in alarmack from the live log, and
      *> logrecon reconciles the live logs, so both belong before
      *> the shift-end roll; the seal itself comes after it, once
      *> the day's archives exist.
      *>
      *> Both runs append to DAYCLOSE.RPT and echo to the console;
      *> the return code is zero for a seal made or a verify that
      *> found every archive intact, 4 otherwise.
      *>
      *> How to build this program:
      *>   cobc -x dayclose.cob -I ../copybooks
      *>
       identification division.
       program-id. dayclose.

       environment division.
       input-output section.
       file-control.
           select seal-file assign to "day_seal.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-KEY
               file status is ws-seal-status.
           select archive-index-file assign to "logroll_index.dat"
               organization is line sequential
               file status is ws-idx-status.
           select archive-file assign to ws-archive-name
               organization is line sequential
               file status is ws-arc-status.
           select recon-report-file assign to "logrecon.rpt"
               organization is line sequential
               file status is ws-recon-status.
           select ack-file assign to "alarm_ack.dat"
               organization is line sequential
               file status is ws-ack-status.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select operator-file assign to "operator.dat"
               organization is indexed
               access mode is random
               record key is OM-ID
               file status is ws-oper-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select close-report-file assign to "dayclose.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  seal-file.
           copy dayseal.
       fd  archive-index-file.
       01  archive-index-record  pic x(60).
       fd  archive-file.
       01  archive-record        pic x(200).
       fd  recon-report-file.
       01  recon-report-record   pic x(80).
       fd  ack-file.
       01  ack-record            pic x(120).
       fd  sensor-event-file.
           copy sensorevt.
       fd  operator-file.
           copy opermast.
       fd  onshift-file.
       01  onshift-record        pic x(30).
       fd  station-file.
       01  station-record        pic x(20).
       fd  close-report-file.
       01  close-report-record   pic x(80).

       working-storage section.

      *> command-line housekeeping
       01 ws-cmdline-arg    pic x(20).
       01 ws-mode           pic x(6).
       01 ws-arg2           pic x(8).
       01 ws-seal-day       pic x(8).
       01 ws-next-day       pic 9(8).
       01 ws-day-num        pic 9(8).
       01 ws-day-days       pic 9(7).
       01 ws-timestamp      pic x(21).

      *> file-status housekeeping
       01 ws-seal-status    pic xx.
       01 ws-idx-status     pic xx.
       01 ws-arc-status     pic xx.
       01 ws-recon-status   pic xx.
       01 ws-ack-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> seal refusal: every blocking reason is reported before the
      *> run gives up, so one attempt shows the supervisor all of
      *> what is left to do.
       01 ws-blocked        pic x     value "N".
         88 seal-is-blocked           value "Y".

      *> logrecon verdict for the day: the latest block of
      *> LOGRECON.RPT headed with the day decides.
       01 ws-recon-seen     pic x.
         88 recon-is-seen             value "Y".
       01 ws-recon-in-day   pic x.
         88 recon-block-is-day        value "Y".
       01 ws-recon-verdict  pic x(20).

      *> the day's composite alarms, and whether each was acked.
      *> A day with more alarms than the table holds cannot be
      *> shown to be acknowledged, so it blocks the seal.
       01 alarm-table.
         05 alarm-entry occurs 500 times.
           10 al-stamp       pic x(21).
           10 al-supp        pic x.
             88 alarm-is-suppressed   value "Y".
           10 al-acked       pic x.
             88 alarm-is-acked        value "Y".
       01 al-count          pic 9(3)  value zero.
       01 al-idx            pic 9(3).
       01 ws-al-overflow    pic x     value "N".
         88 alarms-overflowed         value "Y".
       01 ws-log-name       pic x(40).
       01 ack-alarm-stamp   pic x(21).
       01 ack-rest          pic x(99).
       01 ws-unacked        pic 9(3).
       01 edited-unacked    pic ZZ9.

      *> the day's archives, from the roller's index
       01 archive-table.
         05 archive-entry occurs 12 times.
           10 ar-name        pic x(40).
           10 ar-indexed     pic 9(7).
           10 ar-records     pic 9(7).
           10 ar-checksum    pic 9(10).
       01 ar-count          pic 99    value zero.
       01 ar-idx            pic 99.
       01 ws-entry-date     pic x(8).
       01 ws-entry-name     pic x(40).
       01 ws-entry-count    pic x(10).
       01 ws-archive-name   pic x(40).

      *> counting and checksumming one archive
       01 ws-arc-records    pic 9(7).
       01 ws-arc-checksum   pic 9(10).
       01 ws-sum-low        pic 9(5).
       01 ws-sum-high       pic 9(5).
       01 ws-byte-idx       pic 9(3).
       01 ws-arc-found      pic x.
         88 archive-is-found          value "Y".
       01 edited-records    pic ZZZZZZ9.
       01 edited-indexed    pic ZZZZZZ9.
       01 edited-checksum   pic 9(10).

      *> verify-run housekeeping
       01 ws-verify-days    pic 9(5)  value zero.
       01 ws-verify-files   pic 9(5)  value zero.
       01 ws-verify-broken  pic 9(5)  value zero.
       01 edited-days       pic ZZZZ9.
       01 edited-files      pic ZZZZ9.
       01 edited-broken     pic ZZZZ9.
       01 ws-break-kind     pic x(8).

      *> report housekeeping
       01 ws-rpt-line       pic x(80).

      *> role authority housekeeping: the operator on shift, from
      *> ONSHIFT.DAT, must hold at least the role a function needs
      *> on the operator master.
       01 ws-oper-status    pic xx.
       01 ws-shift-status   pic xx.
       01 ws-shift-junk     pic x(21).
       01 ws-auth-operator  pic x(8).
       01 ws-auth-function  pic x(10).
       01 ws-auth-need      pic x(10).
       01 ws-auth-need-rank pic 9.
       01 ws-auth-reason    pic x(60).
       01 ws-auth-ok        pic x.
         88 auth-is-granted           value "Y".
       01 ws-rank-role      pic x(10).
       01 ws-rank-value     pic 9.
       01 ws-shown-role     pic x(10).

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

       accept ws-cmdline-arg from command-line
       move spaces to ws-mode ws-arg2
       unstring ws-cmdline-arg delimited by all " "
         into ws-mode ws-arg2
       end-unstring
       move function upper-case(ws-mode) to ws-mode
       move function current-date to ws-timestamp
       move 4 to return-code

       open extend close-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
         close close-report-file
         open output close-report-file
       end-if

       evaluate ws-mode
         when "SEAL"
           move ws-timestamp(1:8) to ws-seal-day
           if ws-arg2 is not equal to spaces
             move ws-arg2 to ws-seal-day
           end-if
           if ws-seal-day is not numeric
             display "dayclose: usage: dayclose SEAL [YYYYMMDD]"
           else
             perform seal-one-day
           end-if
         when "VERIFY"
           perform verify-sealed-days
         when other
           display "dayclose: usage: dayclose SEAL [YYYYMMDD] | "
                   "VERIFY"
       end-evaluate
       close close-report-file
       goback.

       put-report-line.
           move ws-rpt-line to close-report-record
           write close-report-record
           display ws-rpt-line
           .

      *> ------ SEAL: sign one day off ------

       seal-one-day.
           move "DAY-SEAL"   to ws-auth-function
           move "SUPERVISOR" to ws-auth-need
           perform check-authority
           if auth-is-granted
             move spaces to ws-rpt-line
             string ws-timestamp delimited by size
                    " DAY-CLOSE SEAL FOR " delimited by size
                    ws-seal-day  delimited by size
                    " BY "       delimited by size
                    ws-auth-operator delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             move "N" to ws-blocked
             perform check-not-sealed
             perform check-reconciliation
             perform check-alarms-acked
             perform check-day-archives
             if seal-is-blocked
               move "  RESULT=REFUSED, NOTHING SEALED" to ws-rpt-line
               perform put-report-line
             else
               perform write-day-seal
             end-if
           end-if
           .

       check-not-sealed.
           open input seal-file
           if ws-seal-status is equal to "00"
             move ws-seal-day to DS-DATE
             move "*"         to DS-ARCHIVE
             read seal-file
               key is DS-KEY
               invalid key continue
               not invalid key
                 set seal-is-blocked to true
                 move spaces to ws-rpt-line
                 string "  ALREADY SEALED BY " delimited by size
                        DS-SIGNER              delimited by size
                        " AT "                 delimited by size
                        DS-SEALED              delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-report-line
             end-read
             close seal-file
           end-if
           .

      *> The latest logrecon verdict for the day. A block opens on
      *> "<timestamp> RECONCILIATION FOR YYYYMMDD" and closes on
      *> its "  RESULT=" line.
       check-reconciliation.
           move "N" to ws-recon-seen ws-recon-in-day
           move spaces to ws-recon-verdict
           open input recon-report-file
           if ws-recon-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read recon-report-file
                 at end set scan-is-done to true
                 not at end perform judge-recon-line
               end-read
             end-perform
             close recon-report-file
           end-if
           evaluate true
             when not recon-is-seen
               set seal-is-blocked to true
               move spaces to ws-rpt-line
               string "  NO LOGRECON RUN ON FILE FOR " delimited by size
                      ws-seal-day                      delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             when ws-recon-verdict is not equal to "RECONCILED"
               set seal-is-blocked to true
               move spaces to ws-rpt-line
               string "  LOGRECON LAST REPORTED "  delimited by size
                      ws-recon-verdict            delimited by size
                      " FOR THE DAY"              delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             when other
               move "  LOGRECON: RECONCILED" to ws-rpt-line
               perform put-report-line
           end-evaluate
           .

       judge-recon-line.
           if recon-report-record(22:20) is equal to
                " RECONCILIATION FOR "
             if recon-report-record(42:8) is equal to ws-seal-day
               set recon-is-seen to true
               set recon-block-is-day to true
               move "(NO RESULT LINE)" to ws-recon-verdict
             else
               move "N" to ws-recon-in-day
             end-if
           end-if
           if recon-block-is-day and
                recon-report-record(1:9) is equal to "  RESULT="
             move spaces to ws-recon-verdict
             unstring recon-report-record(10:40) delimited by space
               into ws-recon-verdict
             end-unstring
             move "N" to ws-recon-in-day
           end-if
           .

      *> Every COMPOSITE ALARM raised on the day - in its own
      *> archive, the next day's (a late roll) or the live log -
      *> must have an acknowledgment on file.
       check-alarms-acked.
           move zero to al-count
           move "N" to ws-al-overflow
           move ws-seal-day to ws-day-num
           compute ws-day-days = function integer-of-date(ws-day-num)
           compute ws-next-day =
             function date-of-integer(ws-day-days + 1)
           move spaces to ws-log-name
           string "sensor_events_" delimited by size
                  ws-seal-day      delimited by size
                  ".log"           delimited by size
                  into ws-log-name
           end-string
           perform gather-day-alarms
           move spaces to ws-log-name
           string "sensor_events_" delimited by size
                  ws-next-day      delimited by size
                  ".log"           delimited by size
                  into ws-log-name
           end-string
           perform gather-day-alarms
           move "sensor_events.log" to ws-log-name
           perform gather-day-alarms

           open input ack-file
           if ws-ack-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read ack-file
                 at end set scan-is-done to true
                 not at end
                   move spaces to ack-alarm-stamp ack-rest
                   unstring ack-record delimited by ","
                     into ack-alarm-stamp ack-rest
                   end-unstring
                   perform varying al-idx from 1 by 1
                           until al-idx > al-count
                     if al-stamp(al-idx) is equal to ack-alarm-stamp
                       move "Y" to al-acked(al-idx)
                     end-if
                   end-perform
               end-read
             end-perform
             close ack-file
           end-if

           move zero to ws-unacked
           perform varying al-idx from 1 by 1 until al-idx > al-count
             if not alarm-is-acked(al-idx) and
                  not alarm-is-suppressed(al-idx)
               add 1 to ws-unacked
               set seal-is-blocked to true
               move spaces to ws-rpt-line
               string "  UNACKNOWLEDGED ALARM "  delimited by size
                      al-stamp(al-idx)(1:14)     delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             end-if
           end-perform
           if alarms-overflowed
             set seal-is-blocked to true
             move "  TOO MANY ALARMS TO VERIFY - OVER 500 IN THE DAY"
               to ws-rpt-line
             perform put-report-line
           end-if
           move ws-unacked to edited-unacked
           move spaces to ws-rpt-line
           string "  ALARMS UNACKNOWLEDGED=" delimited by size
                  edited-unacked             delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           .

       gather-day-alarms.
           open input sensor-event-file
           if ws-sevt-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read sensor-event-file
                 at end set scan-is-done to true
                 not at end perform note-day-alarm
               end-read
             end-perform
             close sensor-event-file
           end-if
           .

       note-day-alarm.
           if SE-TIMESTAMP(1:8) is equal to ws-seal-day and
                SE-SOURCE is equal to "TMP102"
             if SE-EVENT-TYPE is equal to "COMPOSITE" and
                  SE-VALUE(1:5) is equal to "ALARM"
               perform varying al-idx from 1 by 1
                       until al-idx > al-count
                          or al-stamp(al-idx) = SE-TIMESTAMP
                 continue
               end-perform
               if al-idx > al-count
                 if al-count < 500
                   add 1 to al-count
                   move SE-TIMESTAMP to al-stamp(al-count)
                   move "N" to al-supp(al-count) al-acked(al-count)
                 else
                   set alarms-overflowed to true
                 end-if
               end-if
             end-if
             if SE-EVENT-TYPE is equal to "SUPPRESSED"
               perform varying al-idx from 1 by 1
                       until al-idx > al-count
                 if al-stamp(al-idx) is equal to SE-TIMESTAMP
                   move "Y" to al-supp(al-idx)
                 end-if
               end-perform
             end-if
           end-if
           .

      *> The day's archives from the roller's index (a log rolled
      *> twice in a day has one archive and two index lines, whose
      *> counts add up), each recounted and checksummed now.
       check-day-archives.
           move zero to ar-count
           open input archive-index-file
           if ws-idx-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read archive-index-file
                 at end set scan-is-done to true
                 not at end perform note-index-line
               end-read
             end-perform
             close archive-index-file
           end-if
           if ar-count is equal to zero
             set seal-is-blocked to true
             move spaces to ws-rpt-line
             string "  NO ARCHIVES ROLLED FOR " delimited by size
                    ws-seal-day                delimited by size
                    " IN LOGROLL_INDEX.DAT"    delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           perform varying ar-idx from 1 by 1 until ar-idx > ar-count
             move ar-name(ar-idx) to ws-archive-name
             perform sum-one-archive
             move ws-arc-records  to ar-records(ar-idx)
             move ws-arc-checksum to ar-checksum(ar-idx)
             move ws-arc-records  to edited-records
             move ar-indexed(ar-idx) to edited-indexed
             move spaces to ws-rpt-line
             evaluate true
               when not archive-is-found
                 set seal-is-blocked to true
                 string "  MISSING "      delimited by size
                        ar-name(ar-idx)   delimited by space
                        into ws-rpt-line
                 end-string
               when ws-arc-records is not equal to ar-indexed(ar-idx)
                 set seal-is-blocked to true
                 string "  "              delimited by size
                        ar-name(ar-idx)   delimited by space
                        " HOLDS "         delimited by size
                        edited-records    delimited by size
                        " RECORDS, ROLLED " delimited by size
                        edited-indexed    delimited by size
                        into ws-rpt-line
                 end-string
               when other
                 move ws-arc-checksum to edited-checksum
                 string "  "              delimited by size
                        ar-name(ar-idx)   delimited by size
                        edited-records    delimited by size
                        " SUM="           delimited by size
                        edited-checksum   delimited by size
                        into ws-rpt-line
                 end-string
             end-evaluate
             perform put-report-line
           end-perform
           .

       note-index-line.
           move spaces to ws-entry-date ws-entry-name ws-entry-count
           unstring archive-index-record delimited by ","
             into ws-entry-date ws-entry-name ws-entry-count
           end-unstring
           if ws-entry-date is equal to ws-seal-day and
                ws-entry-name is not equal to spaces
             perform varying ar-idx from 1 by 1
                     until ar-idx > ar-count
                        or ar-name(ar-idx) = ws-entry-name
               continue
             end-perform
             if ar-idx > ar-count and ar-count < 12
               add 1 to ar-count
               move ws-entry-name to ar-name(ar-count)
               move zero to ar-indexed(ar-count)
             end-if
             if ar-idx <= ar-count and
                  function test-numval(ws-entry-count) = 0
               compute ar-indexed(ar-idx) = ar-indexed(ar-idx)
                 + function numval(ws-entry-count)
             end-if
           end-if
           .

      *> Record count and checksum of ws-archive-name: a running
      *> low sum of every byte and a running high sum of the low
      *> sums, both modulo 65521, over each 200-byte record as the
      *> roller wrote it.
       sum-one-archive.
           move zero to ws-arc-records ws-arc-checksum ws-sum-high
           move 1 to ws-sum-low
           move "N" to ws-arc-found
           open input archive-file
           if ws-arc-status is equal to "00"
             set archive-is-found to true
             move "N" to ws-scan-done
             perform until scan-is-done
               read archive-file
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-arc-records
                   perform varying ws-byte-idx from 1 by 1
                           until ws-byte-idx > 200
                     compute ws-sum-low = function mod(ws-sum-low
                       + function ord(archive-record(ws-byte-idx:1)),
                       65521)
                     compute ws-sum-high = function mod(ws-sum-high
                       + ws-sum-low, 65521)
                   end-perform
               end-read
             end-perform
             close archive-file
             compute ws-arc-checksum =
               ws-sum-high * 100000 + ws-sum-low
           end-if
           .

      *> Nothing failed: the day record, one record per archive,
      *> and the seal on the shared log.
       write-day-seal.
           open i-o seal-file
           if ws-seal-status is equal to "35"
             open output seal-file
             close seal-file
             open i-o seal-file
           end-if
           if ws-seal-status is not equal to "00"
             move spaces to ws-rpt-line
             string "  UNABLE TO OPEN DAY_SEAL.DAT, STATUS "
                                     delimited by size
                    ws-seal-status   delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           else
             move spaces to DAY-SEAL-RECORD
             move ws-seal-day       to DS-DATE
             move "*"               to DS-ARCHIVE
             move ar-count          to DS-RECORDS
             move zero              to DS-CHECKSUM
             move ws-auth-operator  to DS-SIGNER
             move ws-timestamp(1:14) to DS-SEALED
             write DAY-SEAL-RECORD
               invalid key
                 display "dayclose: day record for " ws-seal-day
                         " already on file"
             end-write
             perform varying ar-idx from 1 by 1
                     until ar-idx > ar-count
               move ar-name(ar-idx)     to DS-ARCHIVE
               move ar-records(ar-idx)  to DS-RECORDS
               move ar-checksum(ar-idx) to DS-CHECKSUM
               write DAY-SEAL-RECORD
                 invalid key
                   display "dayclose: seal for "
                           function trim(ar-name(ar-idx))
                           " already on file"
               end-write
             end-perform
             close seal-file
             move "sensor_events.log" to ws-log-name
             open extend sensor-event-file
             if ws-sevt-status is not equal to "00" and
                  ws-sevt-status is not equal to "05"
               close sensor-event-file
               open output sensor-event-file
             end-if
             move spaces           to sensor-event-record
             move ws-timestamp     to SE-TIMESTAMP
             move "DAYCLOSE"       to SE-SOURCE
             move "DAY-SEAL"       to SE-EVENT-TYPE
             move ws-seal-day      to SE-VALUE
             move ws-auth-operator to SE-OPERATOR
             move ws-station       to SE-STATION
             write sensor-event-record
             close sensor-event-file
             move "  RESULT=SEALED" to ws-rpt-line
             perform put-report-line
             move zero to return-code
           end-if
           .

      *> ------ VERIFY: every sealed archive, recomputed ------

       verify-sealed-days.
           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " DAY-CLOSE SEAL VERIFICATION" delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           open input seal-file
           if ws-seal-status is not equal to "00"
             move "  NO SEALED DAYS ON FILE" to ws-rpt-line
             perform put-report-line
           else
             move low-values to DS-KEY
             move "N" to ws-scan-done
             start seal-file key is greater than DS-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read seal-file next
                 at end set scan-is-done to true
                 not at end
                   if DS-ARCHIVE is equal to "*"
                     add 1 to ws-verify-days
                   else
                     perform verify-one-archive
                   end-if
               end-read
             end-perform
             close seal-file
           end-if
           move ws-verify-days   to edited-days
           move ws-verify-files  to edited-files
           move ws-verify-broken to edited-broken
           move spaces to ws-rpt-line
           string "  SEALED DAYS="    delimited by size
                  edited-days         delimited by size
                  " ARCHIVES="        delimited by size
                  edited-files        delimited by size
                  " NOT MATCHING="    delimited by size
                  edited-broken       delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ws-verify-broken is equal to zero
             move zero to return-code
           end-if
           .

      *> The seal record in hand against the archive as it stands.
      *> sum-one-archive shares ws-scan-done with the seal walk, so
      *> the flag is put back before returning to it.
       verify-one-archive.
           add 1 to ws-verify-files
           move DS-ARCHIVE to ws-archive-name
           perform sum-one-archive
           move "N" to ws-scan-done
           move spaces to ws-break-kind
           evaluate true
             when not archive-is-found
               move "MISSING" to ws-break-kind
             when ws-arc-records is not equal to DS-RECORDS or
                  ws-arc-checksum is not equal to DS-CHECKSUM
               move "ALTERED" to ws-break-kind
           end-evaluate
           move DS-RECORDS to edited-indexed
           move spaces to ws-rpt-line
           if ws-break-kind is equal to spaces
             string "  "          delimited by size
                    DS-DATE       delimited by size
                    " "           delimited by size
                    DS-ARCHIVE    delimited by space
                    " MATCHES ("  delimited by size
                    function trim(edited-indexed) delimited by size
                    " RECORDS, SEALED BY " delimited by size
                    DS-SIGNER     delimited by space
                    ")"           delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           else
             add 1 to ws-verify-broken
             move ws-arc-records to edited-records
             string "  "          delimited by size
                    DS-DATE       delimited by size
                    " "           delimited by size
                    DS-ARCHIVE    delimited by space
                    " "           delimited by size
                    ws-break-kind delimited by space
                    " SEALED="    delimited by size
                    function trim(edited-indexed) delimited by size
                    " NOW="       delimited by size
                    function trim(edited-records) delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             perform log-seal-break
           end-if
           .

       log-seal-break.
           move "sensor_events.log" to ws-log-name
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move spaces         to sensor-event-record
           move ws-timestamp   to SE-TIMESTAMP
           move "DAYCLOSE"     to SE-SOURCE
           move "SEAL-BREAK"   to SE-EVENT-TYPE
           move DS-DATE        to SE-VALUE
           move ws-break-kind  to SE-VALUE(9:7)
           move ws-station     to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .

      *> A record keyed before roles were kept shows as OPERATOR.
       set-shown-role.
           move OM-ROLE to ws-shown-role
           if ws-shown-role is equal to spaces
             move "OPERATOR" to ws-shown-role
           end-if
           .

      *> ------ role authority ------
      *> The operator on shift in ONSHIFT.DAT must be active on the
      *> master and hold at least ws-auth-need for ws-auth-function.
      *> Before the master exists nothing can be checked and the
      *> function is allowed, with a warning, so the first
      *> operators can be keyed. A refusal is shown and written to
      *> the shared log as an AUTH-DENY event.
       check-authority.
           move "N" to ws-auth-ok
           move spaces to ws-auth-operator ws-auth-reason
           open input onshift-file
           if ws-shift-status is equal to "00"
             read onshift-file
               at end move spaces to onshift-record
             end-read
             unstring onshift-record delimited by ","
               into ws-auth-operator ws-shift-junk
             end-unstring
             close onshift-file
           end-if
           open input operator-file
           if ws-oper-status is equal to "35"
             display "  no operator master on file, role not "
                     "checked."
             set auth-is-granted to true
           else
             if ws-oper-status is not equal to "00"
               string "operator.dat status " delimited by size
                      ws-oper-status         delimited by size
                      into ws-auth-reason
               end-string
             else
               if ws-auth-operator is equal to spaces
                 move "nobody is signed on." to ws-auth-reason
               else
                 move ws-auth-operator to OM-ID
                 read operator-file
                   key is OM-ID
                   invalid key
                     string function trim(ws-auth-operator)
                                             delimited by size
                            " is not on the operator master."
                                             delimited by size
                            into ws-auth-reason
                     end-string
                   not invalid key
                     perform judge-role-held
                 end-read
               end-if
               close operator-file
             end-if
           end-if
           if not auth-is-granted
             display "  " function trim(ws-auth-function)
                     " refused: " function trim(ws-auth-reason)
             perform log-auth-deny
           end-if
           .

       judge-role-held.
           move ws-auth-need to ws-rank-role
           perform rank-of-role
           move ws-rank-value to ws-auth-need-rank
           perform set-shown-role
           move ws-shown-role to ws-rank-role
           perform rank-of-role
           evaluate true
             when OM-ACTIVE is not equal to "Y"
               string function trim(ws-auth-operator)
                                       delimited by size
                      " is deactivated on the operator master."
                                       delimited by size
                      into ws-auth-reason
               end-string
             when ws-rank-value < ws-auth-need-rank
               string function trim(ws-auth-operator)
                                       delimited by size
                      " is "           delimited by size
                      ws-shown-role    delimited by space
                      ", this needs "  delimited by size
                      ws-auth-need     delimited by space
                      "."              delimited by size
                      into ws-auth-reason
               end-string
             when other
               set auth-is-granted to true
           end-evaluate
           .

      *> OPERATOR < LEAD < MAINT < SUPERVISOR.
       rank-of-role.
           evaluate ws-rank-role
             when "SUPERVISOR" move 4 to ws-rank-value
             when "MAINT"      move 3 to ws-rank-value
             when "LEAD"       move 2 to ws-rank-value
             when other        move 1 to ws-rank-value
           end-evaluate
           .

       log-auth-deny.
           move "sensor_events.log" to ws-log-name
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move function current-date to ws-timestamp
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "DAYCLOSE"       to SE-SOURCE
           move "AUTH-DENY"      to SE-EVENT-TYPE
           move ws-auth-function to SE-VALUE
           move ws-auth-operator to SE-OPERATOR
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program dayclose.
