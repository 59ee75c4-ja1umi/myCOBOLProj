      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Monthly cold-chain compliance statement.
      *>
      *> the statement is refused: certifying against a band nobody
      *> configured would be fiction.
      *>
      *> A SENSOR-FAULT line tmp102 wrote in place of a reading is
      *> not a sample: it counts toward neither the day's coverage
      *> nor its time in band, nor the mean kinetic temperature.
      *> The label's faults for the month are printed on its
      *> statement, so a thin day can be told apart from a day the
      *> Pi was off.
      *>
      *> Out-of-band time inside a planned maintenance window
      *> (MAINT_WINDOW.DAT, entered from the maintwin program, for
      *> this Pi's station from STATION.CFG) still counts against
      *> the day's time in band - the excursion happened - but each
      *> label's statement shows how many of its out-of-band
      *> samples, and roughly how many minutes, fell inside a
      *> window, and the month summary lists every window that
      *> covered any, with its reason and approver.
      *>
      *> A day a supervisor has not signed off with dayclose SEAL
      *> (no day record for it in DAY_SEAL.DAT) is marked UNSEALED
      *> on its line, and each label's statement counts them: the
      *> figures for such a day come from archives nobody vouched
      *> for, which may since have been edited. Without a seal
      *> file at all every day reads UNSEALED.
      *>
      *> How to use this program:
      *>   tmpstmt YYYYMM
      *>
      *> How to build this program:
      *>   cobc -x tmpstmt.cob -I ../copybooks
      *>
       identification division.
       program-id. tmpstmt.
           select statement-file assign to "tmpstmt.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select window-file assign to "maint_window.dat"
               organization is indexed
               access mode is dynamic
               record key is MW-KEY
               file status is ws-win-status.
           select seal-file assign to "day_seal.dat"
               organization is indexed
               access mode is random
               record key is DS-KEY
               file status is ws-seal-status.

       data division.
       file section.
       01  tmp-control-record  pic x(200).
       fd  statement-file.
       01  statement-record    pic x(90).
       fd  station-file.
       01  station-record      pic x(20).
       fd  window-file.
           copy mntwindow.
       fd  seal-file.
           copy dayseal.

       working-storage section.

           10 lt-worst-dev   pic 999V999.
           10 lt-worst-temp  pic S999V999.
           10 lt-worst-stamp pic x(16).
           10 lt-faults      pic 9(6).
           10 lt-win-samples pic 9(6).
           10 lt-day-entry occurs 31 times.
             15 ld-samples   pic 9(6).
             15 ld-in-band   pic 9(6).
       01 lt-found          pic 9.
       01 lt-count          pic 9      value zero.

      *> this station's maintenance windows that overlap the
      *> month, and whether any out-of-band sample fell in each.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-win-status     pic xx.
       01 ws-win-done       pic x.
         88 win-scan-is-done          value "Y".
       01 window-table.
         05 window-entry occurs 50 times.
           10 mt-label       pic x(8).
           10 mt-start       pic x(12).
           10 mt-end         pic x(12).
           10 mt-reason      pic x(40).
           10 mt-approver    pic x(8).
           10 mt-used        pic x.
       01 mt-count          pic 99    value zero.
       01 mt-idx            pic 99.
       01 ws-month-start    pic x(12).
       01 ws-month-end      pic x(12).
       01 ws-sample-minute  pic x(12).
       01 ws-in-window      pic x.
         88 sample-is-in-window       value "Y".
       01 ws-win-heading    pic x.
         88 win-heading-is-out        value "Y".
       01 ws-win-mins       pic 9(6).
       01 edited-win-mins   pic ZZZZZ9.

      *> which days of the month a supervisor day-close sealed
       01 ws-seal-status    pic xx.
       01 seal-table.
         05 sd-sealed occurs 31 times pic x.
           88 day-is-sealed           value "Y".
       01 ws-seal-mark      pic x(9).
       01 ws-unsealed-days  pic 99.
       01 edited-unsealed   pic Z9.

      *> mean-kinetic-temperature work fields
       01 ws-kelvin         usage float-long.
       01 ws-mkt-mean       usage float-long.
       01 ws-month-in-band  pic 9(8).
       01 edited-month-samp pic ZZZZZZZ9.
       01 edited-thin       pic Z9.
       01 edited-faults     pic ZZZZZ9.

      *> report housekeeping
       01 ws-rpt-status     pic xx.
       end-if
       compute ws-expected-day = 86400 / interval-secs

      *> the station's maintenance windows overlapping the month,
      *> so out-of-band time inside one can be shown on its own.
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
       move spaces to ws-month-start ws-month-end
       string ws-first-num delimited by size
              "0000"       delimited by size
              into ws-month-start
       end-string
       string ws-next-num  delimited by size
              "0000"       delimited by size
              into ws-month-end
       end-string
       perform load-window-table
       perform load-day-seals

      *> fold in each day's rolled archive, then whatever of the
      *> month still sits unrolled in the live log.
       move "N" to ws-live-pass
       end-perform

       perform put-month-summary
       perform put-window-summary
       close statement-file
       goback.

               unstring ws-log-line delimited by "TEMP-C="
                 into ws-line-junk ws-line-rest
               end-unstring
               if ws-log-line(32:12) is equal to "SENSOR-FAULT"
                 perform find-label-slot
                 if lt-used is not equal to zero
                   add 1 to lt-faults(lt-used)
                 end-if
               else
                 if ws-sample-label is equal to spaces or
                      function test-numval(ws-line-rest(1:9))
                        is not equal to zero
                   continue
                 else
                   compute ws-sample-temp =
                     function numval(ws-line-rest(1:9))
                   move ws-log-line(7:2) to ws-sample-day
                   perform find-label-slot
                   if lt-used is not equal to zero
                     perform fold-in-sample
                   end-if
                 end-if
               end-if
             end-if
               compute ws-deviation =
                 low-threshold - ws-sample-temp
             end-if
             if mt-count is not equal to zero
               perform check-sample-window
               if sample-is-in-window
                 add 1 to lt-win-samples(lt-used)
               end-if
             end-if
             if ws-deviation > lt-worst-dev(lt-used)
               move ws-deviation     to lt-worst-dev(lt-used)
               move ws-sample-temp   to lt-worst-temp(lt-used)
           perform put-report-line

           move zero to ws-thin-days ws-month-samples
                        ws-month-in-band ws-unsealed-days
           perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-days-in-month
             if ld-samples(lt-idx, ws-day-idx) is not equal to zero
             perform put-report-line
           end-if

           if lt-faults(lt-idx) is not equal to zero
             move lt-faults(lt-idx) to edited-faults
             move spaces to ws-rpt-line
             string "  SENSOR FAULTS " delimited by size
                    edited-faults      delimited by size
                    " (READS THAT FAILED, NOT COUNTED AS SAMPLES)"
                                       delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if

           if lt-win-samples(lt-idx) is not equal to zero
             move lt-win-samples(lt-idx) to edited-faults
             compute ws-win-mins =
               lt-win-samples(lt-idx) * interval-secs / 60
             move ws-win-mins to edited-win-mins
             move spaces to ws-rpt-line
             string "  OUT OF BAND INSIDE MAINTENANCE WINDOWS "
                                       delimited by size
                    edited-faults      delimited by size
                    " SAMPLES, ABOUT " delimited by size
                    function trim(edited-win-mins)
                                       delimited by size
                    " MIN (INCLUDED ABOVE)"
                                       delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if

           if ws-thin-days is not equal to zero
             move ws-thin-days to edited-thin
             move spaces to ws-rpt-line
             end-string
             perform put-report-line
           end-if

           if ws-unsealed-days is not equal to zero
             move ws-unsealed-days to edited-unsealed
             move spaces to ws-rpt-line
             string "  NOTE: " delimited by size
                    edited-unsealed delimited by size
                    " DAY(S) NOT SEALED BY A SUPERVISOR DAY-CLOSE"
                               delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           .

       put-one-day-line.
           move ws-pct to edited-pct
           move ld-samples(lt-idx, ws-day-idx) to edited-samples
           compute ws-day-date = ws-month-num * 100 + ws-day-idx
           move spaces to ws-seal-mark
           if not day-is-sealed(ws-day-idx)
             add 1 to ws-unsealed-days
             move " UNSEALED" to ws-seal-mark
           end-if
           move spaces to ws-rpt-line
           if ld-samples(lt-idx, ws-day-idx) * 100 <
                ws-expected-day * COVERAGE-PCT
                    " IN-BAND=" delimited by size
                    edited-pct  delimited by size
                    "% THIN"    delimited by size
                    ws-seal-mark delimited by size
                    into ws-rpt-line
             end-string
           else
                    " IN-BAND=" delimited by size
                    edited-pct  delimited by size
                    "%"         delimited by size
                    ws-seal-mark delimited by size
                    into ws-rpt-line
             end-string
           end-if
             end-if
           end-perform
           .

      *> Loads this station's active windows that overlap the
      *> month. No file, or no windows, leaves mt-count at zero
      *> and the statement reads as it always did.
       load-window-table.
           move zero to mt-count
           open input window-file
           if ws-win-status is equal to "00"
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
                        MW-START >= ws-month-end
                     set win-scan-is-done to true
                   else
                     if MW-STATUS is equal to "A" and
                          MW-END > ws-month-start and
                          mt-count < 50
                       add 1 to mt-count
                       move MW-LABEL    to mt-label(mt-count)
                       move MW-START    to mt-start(mt-count)
                       move MW-END      to mt-end(mt-count)
                       move MW-REASON   to mt-reason(mt-count)
                       move MW-APPROVER to mt-approver(mt-count)
                       move "N"         to mt-used(mt-count)
                     end-if
                   end-if
               end-read
             end-perform
             close window-file
           end-if
           .

      *> Which days of the month carry a day-close seal: the day
      *> record dayclose writes with DS-ARCHIVE "*". No seal file
      *> leaves every day unsealed.
       load-day-seals.
           move all "N" to seal-table
           open input seal-file
           if ws-seal-status is equal to "00"
             perform varying ws-day-idx from 1 by 1
                     until ws-day-idx > ws-days-in-month
               compute ws-day-date = ws-month-num * 100 + ws-day-idx
               move ws-day-date to DS-DATE
               move "*"         to DS-ARCHIVE
               read seal-file
                 key is DS-KEY
                 invalid key continue
                 not invalid key move "Y" to sd-sealed(ws-day-idx)
               end-read
             end-perform
             close seal-file
           end-if
           .

      *> Whether the out-of-band sample now in hand was taken
      *> inside a window naming its label or the whole station.
       check-sample-window.
           move "N" to ws-in-window
           move ws-log-line(1:12) to ws-sample-minute
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count
             if ws-sample-minute >= mt-start(mt-idx) and
                  ws-sample-minute < mt-end(mt-idx) and
                  (mt-label(mt-idx) is equal to ws-sample-label or
                   mt-label(mt-idx) is equal to "*")
               set sample-is-in-window to true
               move "Y" to mt-used(mt-idx)
             end-if
           end-perform
           .

      *> Every window that covered an out-of-band sample this
      *> month, with its reason and who approved it.
       put-window-summary.
           move "N" to ws-win-heading
           perform varying mt-idx from 1 by 1
                   until mt-idx > mt-count
             if mt-used(mt-idx) is equal to "Y"
               if not win-heading-is-out
                 move "  ---- MAINTENANCE WINDOWS ----" to ws-rpt-line
                 perform put-report-line
                 set win-heading-is-out to true
               end-if
               move spaces to ws-rpt-line
               string "  MAINTENANCE WINDOW " delimited by size
                      mt-label(mt-idx)        delimited by size
                      " "                     delimited by size
                      mt-start(mt-idx)        delimited by size
                      " TO "                  delimited by size
                      mt-end(mt-idx)          delimited by size
                      " APPROVED BY "         delimited by size
                      mt-approver(mt-idx)     delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
               move spaces to ws-rpt-line
               string "    REASON: "          delimited by size
                      mt-reason(mt-idx)       delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             end-if
           end-perform
           .
       end program tmpstmt.
