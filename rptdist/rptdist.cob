      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Report distribution to the dashboard, with a delivery
      *> ledger.
      *>
      *> HANDOVER.RPT, the logbook_YYYYMMDD.rpt pages, TMPSTMT.RPT,
      *> ALARMRPT.RPT and the rest piled up on each Pi and head
      *> office asked for them by email, sent by hand. This program,
      *> run from BATCHSCHED.JOBS or by hand, uploads every report
      *> section produced since the last run to the dashboard, one
      *> upload per section, with the same curl convention and
      *> STATION.CFG identity cmdpoll and cfgpush use.
      *>
      *> What goes where is the table RPTDIST.CFG, one report per
      *> line, comma-separated, "*" for a comment:
      *>
      *>   report-file,endpoint-url,schedule
      *>
      *> schedule is DAILY, WEEKLY or MONTHLY (or D, W, M): the
      *> period a section is filed under, and how often the report
      *> is expected. A report file whose name carries YYYYMMDD
      *> (logbook_YYYYMMDD.rpt) is a dated file: the files for the
      *> last DATED_LOOKBACK days are each looked at, and each is
      *> filed under its own date.
      *>
      *> The reports are appended to, run after run, and each run
      *> opens its piece with a line starting with that run's full
      *> timestamp. A section is what one run appended: it starts
      *> at such a line carrying a stamp other than the one the
      *> section in hand opened with (the ops summary stamps
      *> several lines of one run alike), and runs to the next one.
      *> A dated file rewritten whole, with no stamp lines, is one
      *> section. A section is filed under the day, Monday-based
      *> week or month of its opening stamp - the period it was
      *> produced in - or, without one, of the run that found it.
      *> Each section is posted as a file:
      *>
      *>   curl -sf -m 30 -X POST -F station= -F report= -F period=
      *>        -F section=@rptdist.sec endpoint-url
      *>
      *> Every attempt is written to the ledger RPTDIST_LEDGER.DAT,
      *> one line each, comma-separated:
      *>
      *>   report,period,section-stamp,from-line,to-line,
      *>   attempt-time,SENT|FAILED
      *>
      *> The ledger is also how a run knows where to start: a
      *> report's sections are sent in order, the first that fails
      *> stops that report for the run (as pushfwd stops its
      *> drain), and the next run picks up from the line after the
      *> last section SENT. A failed section is tried again next
      *> run and nothing sent is sent twice. A report file shorter
      *> than the ledger says was sent has been replaced, and is
      *> sent again from its first line. The return code is 4 when
      *> any upload failed.
      *>
      *> "rptdist LEDGER from to" (dates YYYYMMDD) reports, for
      *> every report in the table and every period of its
      *> schedule touching those dates, whether a section was
      *> produced and delivered: DELIVERED with the count of
      *> sections, NEVER DELIVERED when every attempt failed,
      *> PART DELIVERED when a later section is still failing, and
      *> NEVER PRODUCED when the distribution never saw one (a
      *> period not yet over reads OPEN instead). Appended to
      *> RPTDIST.RPT.
      *>
      *> How to use this program:
      *>   rptdist                           upload new sections
      *>   rptdist LEDGER YYYYMMDD YYYYMMDD  the ledger report
      *>
      *> How to build this program:
      *>   cobc -x rptdist.cob
      *>
       identification division.
       program-id. rptdist.

       environment division.
       input-output section.
       file-control.
           select dist-control-file assign to "rptdist.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select ledger-file assign to "rptdist_ledger.dat"
               organization is line sequential
               file status is ws-ledger-status.
           select report-file assign to ws-report-name
               organization is line sequential
               file status is ws-report-status.
           select section-file assign to "rptdist.sec"
               organization is line sequential
               file status is ws-sec-status.
           select ledger-report-file assign to "rptdist.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.

       data division.
       file section.
       fd  dist-control-file.
       01  dist-control-record pic x(160).
       fd  ledger-file.
       01  ledger-record       pic x(120).
       fd  report-file.
       01  report-record       pic x(200).
       fd  section-file.
       01  section-record      pic x(200).
       fd  ledger-report-file.
       01  ledger-report-record pic x(80).
       fd  station-file.
       01  station-record      pic x(20).

       working-storage section.

      *> how many days back the dated report files are looked for
       01 DATED_LOOKBACK    constant as 7.

      *> file-status housekeeping
       01 ws-cfg-status     pic xx.
       01 ws-ledger-status  pic xx.
       01 ws-report-status  pic xx.
       01 ws-sec-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-report-name    pic x(40).

      *> command-line housekeeping
       01 ws-cmdline-arg    pic x(80).
       01 ws-run-mode       pic x(10).
       01 ws-ask-from       pic x(8).
       01 ws-ask-to         pic x(8).

      *> the distribution table, from RPTDIST.CFG
       01 dist-table.
         05 dist-entry occurs 30 times.
           10 dt-report      pic x(40).
           10 dt-url         pic x(80).
           10 dt-sched       pic x.
           10 dt-date-pos    pic 99.
       01 dt-count          pic 99    value zero.
       01 dt-idx            pic 99.
       01 dl-report-x       pic x(40).
       01 dl-url-x          pic x(80).
       01 dl-sched-x        pic x(10).
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> where each report file was sent up to, from the ledger
       01 sent-table.
         05 sent-entry occurs 300 times.
           10 sn-report      pic x(40).
           10 sn-through     pic 9(7).
       01 sn-count          pic 9(3)  value zero.
       01 sn-idx            pic 9(3).
       01 sn-slot           pic 9(3).

      *> one ledger line, taken apart
       01 lg-report         pic x(40).
       01 lg-period         pic x(8).
       01 lg-stamp          pic x(14).
       01 lg-from           pic x(7).
       01 lg-to             pic x(7).
       01 lg-attempt        pic x(14).
       01 lg-result         pic x(8).

      *> one report file being distributed
       01 ws-file-date      pic x(8).
       01 ws-sent-through   pic 9(7).
       01 ws-line-count     pic 9(7).
       01 ws-line-no        pic 9(7).
       01 ws-report-done    pic x.
         88 report-is-done            value "Y".
       01 ws-report-stopped pic x.
         88 report-is-stopped         value "Y".
       01 ws-sec-open       pic x.
         88 section-is-open           value "Y".
       01 ws-sec-stamp      pic x(14).
       01 ws-sec-from       pic 9(7).
       01 ws-sec-to         pic 9(7).
       01 ws-stamp-line     pic x.
         88 line-opens-run            value "Y".

      *> period arithmetic: a day's YYYYMMDD, the Monday of its
      *> week, or its YYYYMM.
       01 ws-period-date    pic 9(8).
       01 ws-period         pic x(8).
       01 ws-period-sched   pic x.
       01 ws-day-number     pic 9(7).
       01 ws-monday-number  pic 9(7).
       01 ws-monday-date    pic 9(8).

      *> one upload
       01 ws-shell-cmd      pic x(400).
       01 ws-shell-rc       usage binary-long signed.
       01 ws-result         pic x(8).
       01 ws-sec-filename   pic x(12) value "rptdist.sec".
       01 ws-del-rc         usage binary-long signed.
       01 edited-from       pic 9(7).
       01 edited-to         pic 9(7).

      *> run totals
       01 ws-sent-count     pic 9(5)  value zero.
       01 ws-failed-count   pic 9(5)  value zero.
       01 edited-sent       pic ZZZZ9.
       01 edited-failed     pic ZZZZ9.

      *> ledger-report housekeeping: each report's periods over
      *> the dates asked for, judged against the ledger lines
      *> gathered for them.
       01 ws-from-days      pic 9(7).
       01 ws-to-days        pic 9(7).
       01 ws-walk-days      pic 9(7).
       01 ws-walk-date      pic 9(8).
       01 ws-today-days     pic 9(7).
       01 ws-prev-period    pic x(8).
       01 ws-period-last    pic 9(7).
       01 ws-lo-month       pic x(6).
       01 ws-hi-month       pic x(6).
       01 tally-table.
         05 tally-entry occurs 2000 times.
           10 ty-report      pic x(40).
           10 ty-period      pic x(8).
           10 ty-sent        pic 9(4).
           10 ty-failed      pic 9(4).
           10 ty-last        pic x(8).
       01 ty-count          pic 9(4)  value zero.
       01 ty-idx            pic 9(4).
       01 ty-slot           pic 9(4).
       01 ws-tally-full     pic x     value "N".
         88 tally-is-full             value "Y".
       01 ws-verdict        pic x(40).
       01 edited-count      pic ZZZ9.
       01 ws-expected       pic 9(5).
       01 ws-delivered      pic 9(5).
       01 ws-unproduced     pic 9(5).
       01 ws-undelivered    pic 9(5).
       01 ws-open-count     pic 9(5).
       01 edited-expected   pic ZZZZ9.
       01 edited-delivered  pic ZZZZ9.
       01 edited-unproduced pic ZZZZ9.
       01 edited-undelivered pic ZZZZ9.
       01 edited-open       pic ZZZZ9.

      *> report and clock housekeeping
       01 ws-rpt-line       pic x(80).
       01 ws-timestamp      pic x(21).

       procedure division.
       accept ws-cmdline-arg from command-line
       move spaces to ws-run-mode ws-ask-from ws-ask-to
       unstring ws-cmdline-arg delimited by all spaces
         into ws-run-mode ws-ask-from ws-ask-to
       end-unstring
       move function upper-case(ws-run-mode) to ws-run-mode
       move function current-date to ws-timestamp

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

       perform load-dist-table
       if dt-count is equal to zero
         display "rptdist: no usable rptdist.cfg table, "
                 "nothing to distribute."
         goback
       end-if

       evaluate ws-run-mode
         when spaces
           if ws-station is equal to spaces
             display "rptdist: no station id in station.cfg, "
                     "nothing sent."
           else
             perform distribute-reports
           end-if
         when "LEDGER"
           if ws-ask-from is not numeric or
                ws-ask-to is not numeric or
                ws-ask-to < ws-ask-from
             display "rptdist: usage: rptdist LEDGER YYYYMMDD "
                     "YYYYMMDD"
           else
             perform ledger-report
           end-if
         when other
           display "rptdist: usage: rptdist [LEDGER from to]"
       end-evaluate
       goback.

       load-dist-table.
           move zero to dt-count
           move "N" to ws-scan-done
           open input dist-control-file
           if ws-cfg-status is not equal to "00"
             set scan-is-done to true
           end-if
           perform until scan-is-done
             read dist-control-file
               at end set scan-is-done to true
               not at end perform load-one-dist-line
             end-read
           end-perform
           if ws-cfg-status is equal to "00" or
                ws-cfg-status is equal to "10"
             close dist-control-file
           end-if
           .

       load-one-dist-line.
           if dist-control-record is equal to spaces or
                dist-control-record(1:1) is equal to "*"
             continue
           else
             move spaces to dl-report-x dl-url-x dl-sched-x
             unstring dist-control-record delimited by ","
               into dl-report-x dl-url-x dl-sched-x
             end-unstring
             move function upper-case(function trim(dl-sched-x))
               to dl-sched-x
             if dl-report-x is equal to spaces or
                  dl-url-x is equal to spaces or
                  (dl-sched-x(1:1) is not equal to "D" and
                   dl-sched-x(1:1) is not equal to "W" and
                   dl-sched-x(1:1) is not equal to "M")
               display "rptdist: bad table line skipped: "
                       dist-control-record(1:50)
             else
               if dt-count < 30
                 add 1 to dt-count
                 move function trim(dl-report-x)
                   to dt-report(dt-count)
                 move function trim(dl-url-x) to dt-url(dt-count)
                 move dl-sched-x(1:1) to dt-sched(dt-count)
                 move zero to dt-date-pos(dt-count)
                 inspect dt-report(dt-count) tallying
                   dt-date-pos(dt-count)
                   for characters before initial "YYYYMMDD"
                 if dt-date-pos(dt-count) >= 33
                   move zero to dt-date-pos(dt-count)
                 else
                   add 1 to dt-date-pos(dt-count)
                 end-if
               end-if
             end-if
           end-if
           .

      *> ------ distribution run ------
       distribute-reports.
           perform load-sent-table
           open extend ledger-file
           if ws-ledger-status is not equal to "00" and
                ws-ledger-status is not equal to "05"
             close ledger-file
             open output ledger-file
           end-if
           compute ws-today-days =
             function integer-of-date(
               function numval(ws-timestamp(1:8)))
           perform varying dt-idx from 1 by 1 until dt-idx > dt-count
             if dt-date-pos(dt-idx) is equal to zero
               move dt-report(dt-idx) to ws-report-name
               move spaces to ws-file-date
               perform distribute-one-file
             else
               compute ws-walk-days =
                 ws-today-days - DATED_LOOKBACK + 1
               perform until ws-walk-days > ws-today-days
                 compute ws-walk-date =
                   function date-of-integer(ws-walk-days)
                 move ws-walk-date to ws-file-date
                 perform set-dated-name
                 perform distribute-one-file
                 add 1 to ws-walk-days
               end-perform
             end-if
           end-perform
           close ledger-file
           call 'CBL_DELETE_FILE' using ws-sec-filename
                                  returning ws-del-rc

           move ws-sent-count   to edited-sent
           move ws-failed-count to edited-failed
           display "rptdist: sections sent " edited-sent
                   ", failed " edited-failed "."
           if ws-failed-count > zero
             move 4 to return-code
           end-if
           .

      *> A dated table name with ws-file-date in place of its
      *> YYYYMMDD.
       set-dated-name.
           move dt-report(dt-idx) to ws-report-name
           move ws-file-date
             to ws-report-name(dt-date-pos(dt-idx):8)
           .

      *> Each report file's last line SENT, from the ledger: the
      *> latest SENT line for it, so a file sent again from the
      *> top after it was replaced starts over from there.
       load-sent-table.
           move zero to sn-count
           move "N" to ws-scan-done
           open input ledger-file
           if ws-ledger-status is not equal to "00"
             set scan-is-done to true
           end-if
           perform until scan-is-done
             read ledger-file
               at end set scan-is-done to true
               not at end
                 perform split-ledger-line
                 if lg-result is equal to "SENT" and
                      function test-numval(lg-to) = 0
                   move lg-report to ws-report-name
                   perform find-sent-slot
                   if sn-slot > zero
                     compute sn-through(sn-slot) =
                       function numval(lg-to)
                   end-if
                 end-if
             end-read
           end-perform
           if ws-ledger-status is equal to "00" or
                ws-ledger-status is equal to "10"
             close ledger-file
           end-if
           .

       split-ledger-line.
           move spaces to lg-report lg-period lg-stamp lg-from
                          lg-to lg-attempt lg-result
           unstring ledger-record delimited by ","
             into lg-report lg-period lg-stamp lg-from lg-to
                  lg-attempt lg-result
           end-unstring
           .

      *> The sent-table slot for ws-report-name, added at zero if
      *> it is not there yet.
       find-sent-slot.
           move zero to sn-slot
           perform varying sn-idx from 1 by 1
                   until sn-idx > sn-count or sn-slot > zero
             if sn-report(sn-idx) is equal to ws-report-name
               move sn-idx to sn-slot
             end-if
           end-perform
           if sn-slot is equal to zero and sn-count < 300
             add 1 to sn-count
             move sn-count to sn-slot
             move ws-report-name to sn-report(sn-slot)
             move zero to sn-through(sn-slot)
           end-if
           .

      *> One report file: count its lines, then send every section
      *> past the last line sent.
       distribute-one-file.
           perform find-sent-slot
           move zero to ws-sent-through
           if sn-slot > zero
             move sn-through(sn-slot) to ws-sent-through
           end-if
           move zero to ws-line-count
           open input report-file
           if ws-report-status is equal to "00"
             move "N" to ws-report-done
             perform until report-is-done
               read report-file
                 at end set report-is-done to true
                 not at end add 1 to ws-line-count
               end-read
             end-perform
             close report-file
             if ws-line-count < ws-sent-through
               display "rptdist: " function trim(ws-report-name)
                       " is shorter than the ledger says was sent,"
                       " sending it again from the top."
               move zero to ws-sent-through
             end-if
             if ws-line-count > ws-sent-through
               perform send-new-sections
             end-if
           end-if
           .

       send-new-sections.
           move zero to ws-line-no
           move "N" to ws-report-stopped ws-sec-open
           move spaces to ws-sec-stamp
           open input report-file
           move "N" to ws-report-done
           perform until report-is-done
             read report-file
               at end set report-is-done to true
               not at end
                 add 1 to ws-line-no
                 if ws-line-no > ws-sent-through and
                      not report-is-stopped
                   perform take-one-line
                 end-if
             end-read
           end-perform
           close report-file
           if section-is-open
             perform ship-one-section
           end-if
           .

      *> A line opening a run (a full current-date stamp at its
      *> head) with a stamp other than the section in hand's
      *> closes that section and opens the next.
       take-one-line.
           move "N" to ws-stamp-line
           if report-record(1:16) is numeric and
                (report-record(17:1) is equal to "+" or
                 report-record(17:1) is equal to "-") and
                report-record(18:4) is numeric and
                report-record(22:1) is equal to space
             set line-opens-run to true
           end-if
           if line-opens-run and section-is-open and
                report-record(1:14) is not equal to ws-sec-stamp
             perform ship-one-section
           end-if
           if not report-is-stopped
             if not section-is-open
               open output section-file
               set section-is-open to true
               move ws-line-no to ws-sec-from
               move spaces to ws-sec-stamp
               if line-opens-run
                 move report-record(1:14) to ws-sec-stamp
               end-if
             end-if
             move report-record to section-record
             write section-record
             move ws-line-no to ws-sec-to
           end-if
           .

      *> One section to the report's endpoint, and its attempt on
      *> the ledger. A failure stops the report for this run.
       ship-one-section.
           close section-file
           move "N" to ws-sec-open
           evaluate true
             when ws-file-date is not equal to spaces
               move ws-file-date to ws-period-date
             when ws-sec-stamp(1:8) is numeric
               move ws-sec-stamp(1:8) to ws-period-date
             when other
               move ws-timestamp(1:8) to ws-period-date
           end-evaluate
           move dt-sched(dt-idx) to ws-period-sched
           perform set-period-of-date

           move spaces to ws-shell-cmd
           string "curl -sf -m 30 -X POST -F 'station="
                                      delimited by size
                  function trim(ws-station) delimited by size
                  "' -F 'report="     delimited by size
                  function trim(ws-report-name) delimited by size
                  "' -F 'period="     delimited by size
                  function trim(ws-period) delimited by size
                  "' -F 'section=@rptdist.sec' "
                                      delimited by size
                  function trim(dt-url(dt-idx)) delimited by size
                  " >/dev/null 2>&1"  delimited by size
                  into ws-shell-cmd
           end-string
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           if ws-shell-rc is equal to zero
             move "SENT" to ws-result
             add 1 to ws-sent-count
             if sn-slot > zero
               move ws-sec-to to sn-through(sn-slot)
             end-if
           else
             move "FAILED" to ws-result
             add 1 to ws-failed-count
             set report-is-stopped to true
           end-if
           display "rptdist: " function trim(ws-report-name)
                   " " function trim(ws-period)
                   " lines " ws-sec-from "-" ws-sec-to
                   " " ws-result

           move function current-date to ws-timestamp
           move ws-sec-from to edited-from
           move ws-sec-to   to edited-to
           move spaces to ledger-record
           string function trim(ws-report-name) delimited by size
                  ","              delimited by size
                  function trim(ws-period) delimited by size
                  ","              delimited by size
                  ws-sec-stamp     delimited by space
                  ","              delimited by size
                  edited-from      delimited by size
                  ","              delimited by size
                  edited-to        delimited by size
                  ","              delimited by size
                  ws-timestamp(1:14) delimited by size
                  ","              delimited by size
                  ws-result        delimited by space
                  into ledger-record
           end-string
           write ledger-record
           .

      *> ws-period-date under schedule ws-period-sched: the day
      *> itself, the Monday of its week, or its month.
       set-period-of-date.
           move spaces to ws-period
           evaluate ws-period-sched
             when "W"
      *>       day 1 of integer-of-date (1601-01-01) was a Monday.
               compute ws-day-number =
                 function integer-of-date(ws-period-date)
               compute ws-monday-number = ws-day-number
                 - function rem(ws-day-number - 1, 7)
               compute ws-monday-date =
                 function date-of-integer(ws-monday-number)
               move ws-monday-date to ws-period
             when "M"
               move ws-period-date(1:6) to ws-period
             when other
               move ws-period-date to ws-period
           end-evaluate
           .

      *> ------ LEDGER: expected against produced and delivered ------
       ledger-report.
           move ws-ask-from to ws-walk-date
           compute ws-from-days = function integer-of-date(ws-walk-date)
           move ws-ask-to to ws-walk-date
           compute ws-to-days = function integer-of-date(ws-walk-date)
           compute ws-today-days =
             function integer-of-date(
               function numval(ws-timestamp(1:8)))
      *>   a week touching the period may start up to six days
      *>   before it.
           compute ws-walk-date =
             function date-of-integer(ws-from-days - 6)
           move ws-walk-date(1:6) to ws-lo-month
           move ws-ask-to(1:6)    to ws-hi-month
           perform load-tally-table

           open extend ledger-report-file
           if ws-rpt-status is not equal to "00" and
                ws-rpt-status is not equal to "05"
             close ledger-report-file
             open output ledger-report-file
           end-if
           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " REPORT DELIVERY LEDGER " delimited by size
                  ws-ask-from  delimited by size
                  " TO "       delimited by size
                  ws-ask-to    delimited by size
                  into ws-rpt-line
           end-string
           perform put-ledger-line
           move spaces to ws-rpt-line
           string "  STATION " delimited by size
                  ws-station   delimited by size
                  into ws-rpt-line
           end-string
           perform put-ledger-line
           if tally-is-full
             move "  NOTE: MORE LEDGER LINES THAN THE REPORT HOLDS, "
               & "SOME LEFT OUT" to ws-rpt-line
             perform put-ledger-line
           end-if

           move zero to ws-expected ws-delivered ws-unproduced
                        ws-undelivered ws-open-count
           perform varying dt-idx from 1 by 1 until dt-idx > dt-count
             move spaces to ws-rpt-line
             evaluate dt-sched(dt-idx)
               when "W"
                 string "  " delimited by size
                        dt-report(dt-idx) delimited by space
                        " (WEEKLY, WEEK OF)" delimited by size
                        into ws-rpt-line
                 end-string
               when "M"
                 string "  " delimited by size
                        dt-report(dt-idx) delimited by space
                        " (MONTHLY)" delimited by size
                        into ws-rpt-line
                 end-string
               when other
                 string "  " delimited by size
                        dt-report(dt-idx) delimited by space
                        " (DAILY)" delimited by size
                        into ws-rpt-line
                 end-string
             end-evaluate
             perform put-ledger-line
             move spaces to ws-prev-period
             move dt-sched(dt-idx) to ws-period-sched
             perform varying ws-walk-days from ws-from-days by 1
                     until ws-walk-days > ws-to-days
               compute ws-period-date =
                 function date-of-integer(ws-walk-days)
               perform set-period-of-date
               if ws-period is not equal to ws-prev-period
                 move ws-period to ws-prev-period
                 perform judge-one-period
               end-if
             end-perform
           end-perform

           move ws-expected    to edited-expected
           move ws-delivered   to edited-delivered
           move ws-unproduced  to edited-unproduced
           move ws-undelivered to edited-undelivered
           move ws-open-count  to edited-open
           move spaces to ws-rpt-line
           string "  EXPECTED="      delimited by size
                  edited-expected    delimited by size
                  " DELIVERED="      delimited by size
                  edited-delivered   delimited by size
                  " STILL OPEN="     delimited by size
                  edited-open        delimited by size
                  into ws-rpt-line
           end-string
           perform put-ledger-line
           move spaces to ws-rpt-line
           string "  NEVER PRODUCED=" delimited by size
                  edited-unproduced  delimited by size
                  " NOT DELIVERED="  delimited by size
                  edited-undelivered delimited by size
                  into ws-rpt-line
           end-string
           perform put-ledger-line
           close ledger-report-file
           .

      *> Every ledger line filed under a period that could touch
      *> the dates asked for, tallied per report and period.
       load-tally-table.
           move zero to ty-count
           move "N" to ws-scan-done
           open input ledger-file
           if ws-ledger-status is not equal to "00"
             set scan-is-done to true
           end-if
           perform until scan-is-done
             read ledger-file
               at end set scan-is-done to true
               not at end
                 perform split-ledger-line
                 if lg-period(1:6) >= ws-lo-month and
                      lg-period(1:6) <= ws-hi-month
                   perform tally-one-attempt
                 end-if
             end-read
           end-perform
           if ws-ledger-status is equal to "00" or
                ws-ledger-status is equal to "10"
             close ledger-file
           end-if
           .

       tally-one-attempt.
           move zero to ty-slot
           perform varying ty-idx from 1 by 1
                   until ty-idx > ty-count or ty-slot > zero
             if ty-report(ty-idx) is equal to lg-report and
                  ty-period(ty-idx) is equal to lg-period
               move ty-idx to ty-slot
             end-if
           end-perform
           if ty-slot is equal to zero
             if ty-count < 2000
               add 1 to ty-count
               move ty-count  to ty-slot
               move lg-report to ty-report(ty-slot)
               move lg-period to ty-period(ty-slot)
               move zero to ty-sent(ty-slot) ty-failed(ty-slot)
             else
               set tally-is-full to true
             end-if
           end-if
           if ty-slot > zero
             if lg-result is equal to "SENT"
               add 1 to ty-sent(ty-slot)
             else
               add 1 to ty-failed(ty-slot)
             end-if
             move lg-result to ty-last(ty-slot)
           end-if
           .

      *> One report and one period of its schedule, ws-period. A
      *> dated report is looked up under the day's own file name.
       judge-one-period.
           if dt-date-pos(dt-idx) is equal to zero
             move dt-report(dt-idx) to ws-report-name
           else
             move ws-period-date to ws-file-date
             perform set-dated-name
           end-if
           evaluate dt-sched(dt-idx)
             when "W"
               compute ws-period-last = ws-monday-number + 6
             when "M"
      *>       the day before the first of the next month.
               move ws-period-date to ws-walk-date
               move "01" to ws-walk-date(7:2)
               compute ws-walk-date = function date-of-integer(
                 function integer-of-date(ws-walk-date) + 31)
               move "01" to ws-walk-date(7:2)
               compute ws-period-last =
                 function integer-of-date(ws-walk-date) - 1
             when other
               move ws-walk-days to ws-period-last
           end-evaluate
           move zero to ty-slot
           perform varying ty-idx from 1 by 1
                   until ty-idx > ty-count or ty-slot > zero
             if ty-report(ty-idx) is equal to ws-report-name and
                  ty-period(ty-idx) is equal to ws-period
               move ty-idx to ty-slot
             end-if
           end-perform
           move spaces to ws-verdict
           evaluate true
             when ty-slot is equal to zero and
                  ws-period-last >= ws-today-days
               move "OPEN, NOTHING PRODUCED YET" to ws-verdict
               add 1 to ws-open-count
             when ty-slot is equal to zero
               move "NEVER PRODUCED" to ws-verdict
               add 1 to ws-expected
               add 1 to ws-unproduced
             when ty-sent(ty-slot) is equal to zero
               move ty-failed(ty-slot) to edited-count
               string "NEVER DELIVERED, FAILED" delimited by size
                      edited-count             delimited by size
                      " TIMES"                 delimited by size
                      into ws-verdict
               end-string
               add 1 to ws-expected
               add 1 to ws-undelivered
             when ty-last(ty-slot) is equal to "FAILED"
               move ty-sent(ty-slot) to edited-count
               string "PART DELIVERED,"        delimited by size
                      edited-count             delimited by size
                      " SENT, REST FAILING"    delimited by size
                      into ws-verdict
               end-string
               add 1 to ws-expected
               add 1 to ws-undelivered
             when other
               move ty-sent(ty-slot) to edited-count
               string "DELIVERED,"             delimited by size
                      edited-count             delimited by size
                      " SECTIONS"              delimited by size
                      into ws-verdict
               end-string
               add 1 to ws-expected
               add 1 to ws-delivered
           end-evaluate
           move spaces to ws-rpt-line
           string "    "        delimited by size
                  ws-period     delimited by size
                  "  "          delimited by size
                  ws-verdict    delimited by size
                  into ws-rpt-line
           end-string
           if dt-date-pos(dt-idx) is not equal to zero
             move ws-report-name to ws-rpt-line(58:23)
           end-if
           perform put-ledger-line
           .

       put-ledger-line.
           move ws-rpt-line to ledger-report-record
           write ledger-report-record
           display ws-rpt-line
           .
       end program rptdist.
