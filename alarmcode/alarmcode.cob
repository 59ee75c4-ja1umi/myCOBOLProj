      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Rack alarm-code registry and the printed rack legend.
      *>
      *> blinkLED shows an alarm code 0-15 as a lamp pattern across
      *> the LED bank, and the codes were handed out wherever one
      *> was needed: the watchdog raises its configured code (and
      *> that code plus one for a silent humid), every ONCALL.DAT
      *> step carries its own, batch jobs and the drill blink the
      *> bank too, and nothing stopped two of them picking the same
      *> pattern. This program keeps the one list of them in
      *> ALARM_CODES.DAT (layout in rackcode.cpy): each code, the
      *> program that raises it and what it means. preflight checks
      *> every code the station is set to raise against it and
      *> fails a code with two meanings. The menu:
      *>
      *>   L - list the registry in code order
      *>   E - register a code for a program, or change its
      *>       meaning; a code another program already gives a
      *>       different meaning is saved, but warned about
      *>   D - delete a code registered by mistake
      *>   S - register every code the station is set to raise -
      *>       WATCHDOG.CFG, ONCALL.DAT, the blinkLED jobs in
      *>       BATCHSCHED.JOBS, and the plain blink (code 0) the
      *>       drill and cmdpoll's LAMPTEST give through gpioctl -
      *>       with a standard meaning; codes already on file are
      *>       left as they are, so a meaning changed locally is not
      *>       put back
      *>   P - print the rack legend
      *>   Q - quit
      *>
      *> The rack legend is a fresh sheet, RACK_LEGEND.RPT, for
      *> posting beside the LEDs: every registered code with the
      *> lamps it lights on the bank as BLINKLED.CFG wires it (pin
      *> is lamp 1 = bit 0, bank-pin2 lamp 2 = bit 1, and so on;
      *> code 0 lights lamp 1 alone, as the plain blink does), what
      *> it means and which program raises it. A lamp with no pin
      *> configured is shown as not fitted, and the notes under the
      *> table name any code that on this bank lights the same lamps
      *> as another code, or no lamp at all, and any code with two
      *> meanings on file.
      *>
      *> How to use this program:
      *>   alarmcode          the maintenance menu
      *>   alarmcode LEGEND   print the rack legend alone
      *>
      *> How to build this program:
      *>   cobc -x alarmcode.cob -I ../copybooks
      *>
       identification division.
       program-id. alarmcode.

       environment division.
       input-output section.
       file-control.
           select code-file assign to "alarm_codes.dat"
               organization is indexed
               access mode is dynamic
               record key is RC-KEY
               file status is ws-code-status.
           select blink-control-file assign to "blinkled.cfg"
               organization is line sequential
               file status is ws-bcfg-status.
           select watchdog-control-file assign to "watchdog.cfg"
               organization is line sequential
               file status is ws-wcfg-status.
           select roster-file assign to "oncall.dat"
               organization is line sequential
               file status is ws-roster-status.
           select job-table-file assign to "batchsched.jobs"
               organization is line sequential
               file status is ws-jobs-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select legend-file assign to "rack_legend.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  code-file.
           copy rackcode.
       fd  blink-control-file.
       01  blink-control-record    pic x(40).
       fd  watchdog-control-file.
       01  watchdog-control-record pic x(80).
       fd  roster-file.
       01  roster-record           pic x(120).
       fd  job-table-file.
       01  job-table-record        pic x(120).
       fd  station-file.
       01  station-record          pic x(20).
       fd  legend-file.
       01  legend-record           pic x(100).

       working-storage section.

      *> file-status housekeeping
       01 ws-code-status    pic xx.
       01 ws-bcfg-status    pic xx.
       01 ws-wcfg-status    pic xx.
       01 ws-roster-status  pic xx.
       01 ws-jobs-status    pic xx.
       01 ws-stn-status     pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-station        pic x(8)   value spaces.

      *> command line and console housekeeping
       01 ws-cmdline        pic x(80).
       01 ws-cmd-word       pic x(10).
       01 ws-command        pic x.
       01 ws-done-flag      pic x      value "N".
         88 registry-is-done           value "Y".
       01 ws-scan-done      pic x.
         88 scan-is-done               value "Y".
       01 ws-ask-code       pic x(4).
       01 ws-ask-owner      pic x(10).
       01 ws-ask-meaning    pic x(40).
       01 ws-code-value     pic 99.
       01 edited-code       pic 99.
       01 ws-list-count     pic 9(3).
       01 edited-count      pic ZZ9.

      *> the codes the station is set to raise, added by S
       01 ws-std-code       pic 99.
       01 ws-std-owner      pic x(10).
       01 ws-std-meaning    pic x(40).
       01 ws-std-added      pic 9(3).
       01 edited-added      pic ZZ9.
       01 cfg-skip          pic x(8).
       01 cfg-alarm-code    pic x(4).
       01 ws-watch-code     pic 99     value 9.
       01 rl-operator-x     pic x(8).
       01 rl-url-x          pic x(80).
       01 rl-delay-x        pic x(8).
       01 rl-code-x         pic x(4).
       01 ws-step-no        pic 99.
       01 edited-step       pic Z9.
       01 jt-name-x         pic x(12).
       01 jt-start-x        pic x(4).
       01 jt-dep-x          pic x(12).
       01 jt-cmd-x          pic x(80).
       01 jt-word1          pic x(12).
       01 jt-word2          pic x(12).
       01 ws-job-code       pic x(4).

      *> the LED bank as BLINKLED.CFG wires it: lamp 1 is pin
      *> (bit 0), lamps 2-4 bank-pin2..4 (bits 1-3), zero = no
      *> lamp fitted. Without the control file blinkLED drives
      *> GPIO 17 alone.
       01 bcfg-pin          pic x(4).
       01 bcfg-count        pic x(4).
       01 bcfg-on-secs      pic x(4).
       01 bcfg-off-secs     pic x(4).
       01 bcfg-bank-pin2    pic x(4).
       01 bcfg-bank-pin3    pic x(4).
       01 bcfg-bank-pin4    pic x(4).
       01 bank-pins.
         05 bank-pin occurs 4 times pic 99.
       01 lamp-marks.
         05 lamp-mark occurs 4 times pic x.
       01 lamp-idx          pic 9.
       01 ws-pat-code       pic 99.
       01 ws-pat-value      pic 99.
       01 ws-code-work      pic 99.
       01 ws-code-bit       pic 9.
       01 ws-bit-weight     pic 99.
       01 edited-pin        pic 99.

      *> the registry in memory, in key order, for the legend and
      *> its notes. rt-first marks the first owner of each code.
       01 registry-table.
         05 registry-entry occurs 60 times.
           10 rt-code        pic 99.
           10 rt-owner       pic x(10).
           10 rt-meaning     pic x(40).
           10 rt-pattern     pic 99.
           10 rt-first       pic x.
       01 rt-count          pic 99     value zero.
       01 rt-i              pic 99.
       01 rt-j              pic 99.
       01 edited-code2      pic 99.
       01 ws-note-count     pic 9(3).

      *> report housekeeping
       01 ws-timestamp      pic x(21).
       01 ws-rpt-line       pic x(100).

       procedure division.
       accept ws-cmdline from command-line
       move spaces to ws-cmd-word
       unstring ws-cmdline delimited by all space
         into ws-cmd-word
       end-unstring
       move function upper-case(ws-cmd-word) to ws-cmd-word

       if ws-cmd-word is equal to "LEGEND"
         perform print-rack-legend
         goback
       end-if

       perform until registry-is-done
         display " "
         display "alarmcode: L)IST  E)NTER  D)ELETE  S)TANDARD CODES  "
                 "P)RINT LEGEND  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-registry
           when "E" perform enter-alarm-code
           when "D" perform delete-alarm-code
           when "S" perform add-standard-codes
           when "P" perform print-rack-legend
           when "Q" set registry-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       open-registry-io.
           open i-o code-file
           if ws-code-status is equal to "35"
             open output code-file
             close code-file
             open i-o code-file
           end-if
           if ws-code-status is not equal to "00"
             display "  unable to open alarm_codes.dat, status "
                     ws-code-status
           end-if
           .

      *> ------ L: the registry in code order ------

       list-registry.
           open input code-file
           if ws-code-status is not equal to "00"
             display "  no alarm-code registry on file yet - "
                     "S adds the codes the station raises."
           else
             move zero to ws-list-count
             move low-values to RC-KEY
             move "N" to ws-scan-done
             start code-file key is greater than RC-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read code-file next
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   display "    " RC-CODE "  " RC-OWNER " "
                           RC-MEANING
               end-read
             end-perform
             close code-file
             move ws-list-count to edited-count
             display "  CODES ON FILE: " edited-count
           end-if
           .

      *> ------ E: register a code or change its meaning ------

       enter-alarm-code.
           display "  alarm code (0-15) .........: "
                   with no advancing
           accept ws-ask-code
           display "  raised by (program) .......: "
                   with no advancing
           accept ws-ask-owner
           move function upper-case(ws-ask-owner) to ws-ask-owner
           display "  meaning ...................: "
                   with no advancing
           accept ws-ask-meaning
           move function upper-case(ws-ask-meaning) to ws-ask-meaning
           if function test-numval(ws-ask-code) is not equal to zero
             move 99 to ws-code-value
           else
             compute ws-code-value = function numval(ws-ask-code)
           end-if
           if ws-code-value > 15 or
                ws-ask-owner is equal to spaces or
                ws-ask-meaning is equal to spaces
             display "  not saved: the code must be 0-15, and a "
                     "program and a meaning are required."
           else
             perform open-registry-io
             if ws-code-status is equal to "00"
               perform warn-other-meanings
               move ws-code-value to RC-CODE
               move ws-ask-owner  to RC-OWNER
               move ws-code-value to edited-code
               read code-file
                 key is RC-KEY
                 invalid key
                   move ws-code-value  to RC-CODE
                   move ws-ask-owner   to RC-OWNER
                   move ws-ask-meaning to RC-MEANING
                   move function current-date to ws-timestamp
                   move ws-timestamp(1:14) to RC-ENTERED
                   write RACK-CODE-RECORD
                     invalid key
                       display "  unable to add code " edited-code
                               " for " ws-ask-owner
                     not invalid key
                       display "  code " edited-code " added for "
                               function trim(ws-ask-owner) "."
                   end-write
                 not invalid key
                   move ws-ask-meaning to RC-MEANING
                   move function current-date to ws-timestamp
                   move ws-timestamp(1:14) to RC-ENTERED
                   rewrite RACK-CODE-RECORD
                     invalid key
                       display "  unable to update code "
                               edited-code " for " ws-ask-owner
                     not invalid key
                       display "  code " edited-code " for "
                               function trim(ws-ask-owner)
                               " now reads "
                               function trim(ws-ask-meaning) "."
                   end-rewrite
               end-read
               close code-file
             end-if
           end-if
           .

      *> Another program already giving this code a different
      *> meaning is not refused - the codes may be mid-reshuffle -
      *> but the operator is told, since preflight will fail it.
       warn-other-meanings.
           move ws-code-value to RC-CODE
           move low-values to RC-OWNER
           move "N" to ws-scan-done
           start code-file key is greater than RC-KEY
             invalid key set scan-is-done to true
           end-start
           perform until scan-is-done
             read code-file next
               at end set scan-is-done to true
               not at end
                 if RC-CODE is not equal to ws-code-value
                   set scan-is-done to true
                 else
                   if RC-OWNER is not equal to ws-ask-owner and
                        RC-MEANING is not equal to ws-ask-meaning
                     display "  warning: " function trim(RC-OWNER)
                             " already gives this code the meaning "
                             function trim(RC-MEANING) "."
                     display "  preflight fails a code with two "
                             "meanings."
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> ------ D: remove a code keyed by mistake ------

       delete-alarm-code.
           display "  alarm code : " with no advancing
           accept ws-ask-code
           display "  raised by  : " with no advancing
           accept ws-ask-owner
           move function upper-case(ws-ask-owner) to ws-ask-owner
           if function test-numval(ws-ask-code) is not equal to zero
             display "  the code must be a number."
           else
             compute ws-code-value = function numval(ws-ask-code)
             move ws-code-value to edited-code
             perform open-registry-io
             if ws-code-status is equal to "00"
               move ws-code-value to RC-CODE
               move ws-ask-owner  to RC-OWNER
               delete code-file record
                 invalid key
                   display "  code " edited-code " for "
                           function trim(ws-ask-owner)
                           " is not in the registry."
                 not invalid key
                   display "  code " edited-code " for "
                           function trim(ws-ask-owner) " deleted."
               end-delete
               close code-file
             end-if
           end-if
           .

      *> ------ S: the codes this station is set to raise ------
      *> Added only where the code is not on file for that program
      *> already.

       add-standard-codes.
           perform open-registry-io
           if ws-code-status is equal to "00"
             move zero to ws-std-added

      *>     the plain blink, through gpioctl BLINK
             move zero         to ws-std-code
             move "DRILL"      to ws-std-owner
             move "PLAIN BLINK: ALARM DRILL OR LAMP TEST"
               to ws-std-meaning
             perform add-one-standard-code
             move "CMDPOLL"    to ws-std-owner
             perform add-one-standard-code

             perform add-watchdog-codes
             perform add-oncall-codes
             perform add-batch-job-codes

             close code-file
             move ws-std-added to edited-added
             display "  " edited-added " standard code(s) added."
           end-if
           .

      *> WATCHDOG.CFG field 3; without it the watchdog raises 9,
      *> and a silent humid one more.
       add-watchdog-codes.
           move 9 to ws-watch-code
           open input watchdog-control-file
           if ws-wcfg-status is equal to "00"
             read watchdog-control-file
               at end move "10" to ws-wcfg-status
             end-read
             if ws-wcfg-status is equal to "00"
               move spaces to cfg-alarm-code
               unstring watchdog-control-record delimited by ","
                 into cfg-skip cfg-skip cfg-alarm-code
               end-unstring
               if function test-numval(cfg-alarm-code) = 0
                 compute ws-watch-code =
                   function numval(cfg-alarm-code)
               end-if
             end-if
             close watchdog-control-file
           end-if
           move "WATCHDOG"   to ws-std-owner
           move ws-watch-code to ws-std-code
           move "SILENT JOB: READSW OR TMP102" to ws-std-meaning
           perform add-one-standard-code
           add 1 to ws-std-code
           move "SILENT JOB: HUMID" to ws-std-meaning
           perform add-one-standard-code
           .

      *> ONCALL.DAT field 4 on every step line.
       add-oncall-codes.
           open input roster-file
           if ws-roster-status is equal to "00"
             move zero to ws-step-no
             move "N" to ws-scan-done
             perform until scan-is-done
               read roster-file
                 at end set scan-is-done to true
                 not at end perform add-one-oncall-code
               end-read
             end-perform
             close roster-file
           end-if
           .

       add-one-oncall-code.
           if roster-record is equal to spaces or
                roster-record(1:1) is equal to "*"
             continue
           else
             move spaces to rl-operator-x rl-url-x
                            rl-delay-x rl-code-x
             unstring roster-record delimited by ","
               into rl-operator-x rl-url-x rl-delay-x rl-code-x
             end-unstring
             if rl-operator-x is not equal to spaces and
                  function test-numval(rl-delay-x) = 0 and
                  function test-numval(rl-code-x) = 0
               add 1 to ws-step-no
               move ws-step-no to edited-step
               compute ws-std-code = function numval(rl-code-x)
               move "ESCALATE" to ws-std-owner
               move spaces to ws-std-meaning
               string "UNACKED ALARM, ON-CALL STEP "
                                   delimited by size
                      function trim(edited-step)
                                   delimited by size
                      into ws-std-meaning
               end-string
               perform add-one-standard-code
             end-if
           end-if
           .

      *> BATCHSCHED.JOBS: a job whose command is blinkLED (with or
      *> without a code) or gpioctl BLINK. A plain blink takes the
      *> meaning the drill's has, so the two do not disagree.
       add-batch-job-codes.
           open input job-table-file
           if ws-jobs-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read job-table-file
                 at end set scan-is-done to true
                 not at end perform add-one-batch-job-code
               end-read
             end-perform
             close job-table-file
           end-if
           .

       add-one-batch-job-code.
           perform find-batch-job-code
           if ws-job-code is not equal to spaces
             compute ws-std-code = function numval(ws-job-code)
             move "BATCHSCHED" to ws-std-owner
             move spaces to ws-std-meaning
             if ws-std-code is equal to zero
               move "PLAIN BLINK: ALARM DRILL OR LAMP TEST"
                 to ws-std-meaning
             else
               string "BATCH JOB "        delimited by size
                      function trim(jt-name-x) delimited by size
                      into ws-std-meaning
               end-string
             end-if
             perform add-one-standard-code
           end-if
           .

      *> Leaves the code a job-table line blinks the bank with in
      *> ws-job-code, or spaces when it does not blink it.
       find-batch-job-code.
           move spaces to ws-job-code
           if job-table-record is equal to spaces or
                job-table-record(1:1) is equal to "*"
             continue
           else
             move spaces to jt-name-x jt-start-x jt-dep-x jt-cmd-x
             unstring job-table-record delimited by ","
               into jt-name-x jt-start-x jt-dep-x jt-cmd-x
             end-unstring
             move spaces to jt-word1 jt-word2
             unstring jt-cmd-x delimited by all space
               into jt-word1 jt-word2
             end-unstring
             move function upper-case(jt-word1) to jt-word1
             move function upper-case(jt-word2) to jt-word2
             evaluate true
               when jt-word1 is equal to "BLINKLED" and
                    jt-word2 is equal to spaces
                 move "0" to ws-job-code
               when jt-word1 is equal to "BLINKLED" and
                    function test-numval(jt-word2) = 0
                 move jt-word2 to ws-job-code
               when jt-word1 is equal to "BLINKLED"
      *>           a non-numeric argument is the plain blink
                 move "0" to ws-job-code
               when jt-word1 is equal to "GPIOCTL" and
                    jt-word2 is equal to "BLINK"
                 move "0" to ws-job-code
               when other
                 continue
             end-evaluate
           end-if
           .

       add-one-standard-code.
           if ws-std-code > 15
             move ws-std-code to edited-code
             display "  " function trim(ws-std-owner) " code "
                     edited-code " is not a blinkLED code (0-15),"
                     " not registered."
           else
             move ws-std-code  to RC-CODE
             move ws-std-owner to RC-OWNER
             read code-file
               key is RC-KEY
               invalid key
                 move ws-std-code    to RC-CODE
                 move ws-std-owner   to RC-OWNER
                 move ws-std-meaning to RC-MEANING
                 move function current-date to ws-timestamp
                 move ws-timestamp(1:14) to RC-ENTERED
                 write RACK-CODE-RECORD
                   invalid key continue
                   not invalid key add 1 to ws-std-added
                 end-write
             end-read
           end-if
           .

      *> ------ P: the rack legend ------

       print-rack-legend.
           perform load-bank-pins
           perform load-registry-table
           if rt-count is equal to zero
             display "  no alarm codes registered - nothing to "
                     "print."
           else
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
             open output legend-file
             perform put-legend-heading
             perform varying rt-i from 1 by 1 until rt-i > rt-count
               perform put-legend-code-line
             end-perform
             perform put-legend-notes
             close legend-file
             display "  rack legend written to rack_legend.rpt."
           end-if
           .

      *> BLINKLED.CFG: pin,count,on-secs,off-secs,bank-pin2,
      *> bank-pin3,bank-pin4. A field that does not parse is taken
      *> as blinkLED would take the file missing: GPIO 17 alone.
       load-bank-pins.
           move 17 to bank-pin(1)
           move zero to bank-pin(2) bank-pin(3) bank-pin(4)
           open input blink-control-file
           if ws-bcfg-status is equal to "00"
             read blink-control-file
               at end move "10" to ws-bcfg-status
             end-read
             if ws-bcfg-status is equal to "00"
               move spaces to bcfg-bank-pin2 bcfg-bank-pin3
                              bcfg-bank-pin4
               unstring blink-control-record delimited by ","
                 into bcfg-pin bcfg-count bcfg-on-secs
                      bcfg-off-secs bcfg-bank-pin2
                      bcfg-bank-pin3 bcfg-bank-pin4
               end-unstring
               if function test-numval(bcfg-pin) = 0 and
                    function test-numval(bcfg-bank-pin2) = 0 and
                    function test-numval(bcfg-bank-pin3) = 0 and
                    function test-numval(bcfg-bank-pin4) = 0
                 compute bank-pin(1) = function numval(bcfg-pin)
                 compute bank-pin(2) =
                   function numval(bcfg-bank-pin2)
                 compute bank-pin(3) =
                   function numval(bcfg-bank-pin3)
                 compute bank-pin(4) =
                   function numval(bcfg-bank-pin4)
               end-if
             end-if
             close blink-control-file
           end-if
           .

      *> The whole registry, in key order, with the lamps each
      *> code lights on this bank.
       load-registry-table.
           move zero to rt-count
           open input code-file
           if ws-code-status is equal to "00"
             move low-values to RC-KEY
             move "N" to ws-scan-done
             start code-file key is greater than RC-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done or rt-count >= 60
               read code-file next
                 at end set scan-is-done to true
                 not at end perform load-one-registry-entry
               end-read
             end-perform
             close code-file
           end-if
           .

       load-one-registry-entry.
           add 1 to rt-count
           move RC-CODE    to rt-code(rt-count)
           move RC-OWNER   to rt-owner(rt-count)
           move RC-MEANING to rt-meaning(rt-count)
           move RC-CODE    to ws-pat-code
           perform compute-lamp-pattern
           move ws-pat-value to rt-pattern(rt-count)
           move "Y" to rt-first(rt-count)
           if rt-count > 1
             if rt-code(rt-count - 1) is equal to RC-CODE
               move "N" to rt-first(rt-count)
             end-if
           end-if
           .

      *> The lamps ws-pat-code lights: lamp-mark(n) is "*" lit,
      *> "." dark or "-" not fitted, and ws-pat-value the lit
      *> lamps as a code, so two codes showing alike compare
      *> equal. Code 0 is the plain blink - lamp 1 alone.
       compute-lamp-pattern.
           if ws-pat-code is equal to zero
             move 1 to ws-code-work
           else
             move ws-pat-code to ws-code-work
           end-if
           move zero to ws-pat-value
           move 1 to ws-bit-weight
           perform varying lamp-idx from 1 by 1 until lamp-idx > 4
             compute ws-code-bit = function mod(ws-code-work, 2)
             compute ws-code-work =
               function integer-part(ws-code-work / 2)
             if bank-pin(lamp-idx) is equal to zero
               move "-" to lamp-mark(lamp-idx)
             else
               if ws-code-bit is equal to 1
                 move "*" to lamp-mark(lamp-idx)
                 add ws-bit-weight to ws-pat-value
               else
                 move "." to lamp-mark(lamp-idx)
               end-if
             end-if
             compute ws-bit-weight = ws-bit-weight * 2
           end-perform
           .

      *> Writes one legend line and echoes it to the console.
       put-legend-line.
           move ws-rpt-line to legend-record
           write legend-record
           display ws-rpt-line
           .

       put-legend-heading.
           move function current-date to ws-timestamp
           move spaces to ws-rpt-line
           string "RACK ALARM LEGEND - STATION " delimited by size
                  ws-station                     delimited by size
                  "   PRINTED "                  delimited by size
                  ws-timestamp(1:4) "-" ws-timestamp(5:2) "-"
                  ws-timestamp(7:2) " " ws-timestamp(9:2) ":"
                  ws-timestamp(11:2)             delimited by size
                  into ws-rpt-line
           end-string
           perform put-legend-line
           move spaces to ws-rpt-line
           perform put-legend-line
           move spaces to ws-rpt-line
           move "LAMPS, LEFT TO RIGHT:" to ws-rpt-line
           perform put-legend-line
           perform varying lamp-idx from 1 by 1 until lamp-idx > 4
             move spaces to ws-rpt-line
             if bank-pin(lamp-idx) is equal to zero
               string "  LAMP " lamp-idx " - NOT FITTED"
                        delimited by size
                      into ws-rpt-line
               end-string
             else
               move bank-pin(lamp-idx) to edited-pin
               string "  LAMP " lamp-idx " - GPIO " edited-pin
                        delimited by size
                      into ws-rpt-line
               end-string
             end-if
             perform put-legend-line
           end-perform
           move "  * = LIT (FLASHING)   . = DARK   - = NO LAMP FITTED"
             to ws-rpt-line
           perform put-legend-line
           move spaces to ws-rpt-line
           perform put-legend-line
           move spaces to ws-rpt-line
           move "CODE"      to ws-rpt-line(1:4)
           move "1 2 3 4"   to ws-rpt-line(7:7)
           move "MEANING"   to ws-rpt-line(16:7)
           move "RAISED BY" to ws-rpt-line(58:9)
           perform put-legend-line
           move spaces to ws-rpt-line
           move all "-"     to ws-rpt-line(1:4)
           move all "-"     to ws-rpt-line(7:7)
           move all "-"     to ws-rpt-line(16:40)
           move all "-"     to ws-rpt-line(58:10)
           perform put-legend-line
           .

      *> A code kept under several programs with the one meaning
      *> shows its lamps and meaning once; each further program
      *> is listed under it.
       put-legend-code-line.
           move rt-code(rt-i) to ws-pat-code
           perform compute-lamp-pattern
           move rt-code(rt-i) to edited-code
           move spaces to ws-rpt-line
           move rt-owner(rt-i) to ws-rpt-line(58:10)
           if rt-first(rt-i) is equal to "Y"
             perform put-legend-code-columns
           else
             if rt-meaning(rt-i) is not equal to
                  rt-meaning(rt-i - 1)
               perform put-legend-code-columns
             end-if
           end-if
           perform put-legend-line
           .

       put-legend-code-columns.
           move edited-code      to ws-rpt-line(3:2)
           move lamp-mark(1)     to ws-rpt-line(7:1)
           move lamp-mark(2)     to ws-rpt-line(9:1)
           move lamp-mark(3)     to ws-rpt-line(11:1)
           move lamp-mark(4)     to ws-rpt-line(13:1)
           move rt-meaning(rt-i) to ws-rpt-line(16:40)
           .

      *> Anything on this bank that could fool the night operator:
      *> a code with two meanings, two codes lighting the same
      *> lamps, a code lighting none.
       put-legend-notes.
           move zero to ws-note-count
           perform varying rt-i from 1 by 1 until rt-i > rt-count
             if rt-first(rt-i) is equal to "Y"
               perform note-one-legend-code
             end-if
           end-perform
           move spaces to ws-rpt-line
           perform put-legend-line
           if ws-note-count is equal to zero
             move "A PATTERN NOT LISTED HERE IS NOT A REGISTERED "
               & "ALARM - REPORT IT TO THE SUPERVISOR." to ws-rpt-line
           else
             move "THE NOTES ABOVE MUST BE CLEARED IN ALARM_CODES.DAT "
               & "OR BLINKLED.CFG." to ws-rpt-line
           end-if
           perform put-legend-line
           .

       note-one-legend-code.
           move rt-code(rt-i) to edited-code
           perform varying rt-j from 1 by 1 until rt-j > rt-count
             if rt-j > rt-i and
                  rt-code(rt-j) is equal to rt-code(rt-i) and
                  rt-meaning(rt-j) is not equal to rt-meaning(rt-i)
               perform put-notes-heading
               move spaces to ws-rpt-line
               string "  CODE " edited-code " HAS TWO MEANINGS: "
                      function trim(rt-owner(rt-i)) " AND "
                      function trim(rt-owner(rt-j))
                                     delimited by size
                      into ws-rpt-line
               end-string
               perform put-legend-line
             end-if
             if rt-j > rt-i and
                  rt-first(rt-j) is equal to "Y" and
                  rt-pattern(rt-j) is equal to rt-pattern(rt-i) and
                  rt-meaning(rt-j) is not equal to rt-meaning(rt-i)
               perform put-notes-heading
               move rt-code(rt-j) to edited-code2
               move spaces to ws-rpt-line
               string "  CODES " edited-code " AND " edited-code2
                      " LIGHT THE SAME LAMPS ON THIS BANK"
                                     delimited by size
                      into ws-rpt-line
               end-string
               perform put-legend-line
             end-if
           end-perform
           if rt-pattern(rt-i) is equal to zero
             perform put-notes-heading
             move spaces to ws-rpt-line
             string "  CODE " edited-code
                    " LIGHTS NO LAMP ON THIS BANK" delimited by size
                    into ws-rpt-line
             end-string
             perform put-legend-line
           end-if
           .

       put-notes-heading.
           if ws-note-count is equal to zero
             move spaces to ws-rpt-line
             perform put-legend-line
             move "NOTES:" to ws-rpt-line
             perform put-legend-line
           end-if
           add 1 to ws-note-count
           .
       end program alarmcode.
