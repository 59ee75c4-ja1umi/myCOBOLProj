      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Pre-shift configuration preflight validator.
      *>
      *> RESULT=NO-GO otherwise, and the program's return code is
      *> zero only on GO so a shift script can refuse to continue.
      *>
      *> Every sensor label named in TMP102.CFG and HUMID.CFG is
      *> also looked up on the sensor asset register
      *> SENSOR_ASSET.DAT (see the assetreg program) under this
      *> station: a label that is not registered, is retired, is
      *> registered as another kind of device, or is registered at
      *> an address other than the one its slot is configured for
      *> is a FAIL - tmp102 and humid would refuse to start on it
      *> anyway, and it is better found before the shift than at
      *> it. A floor with no register yet gets a WARN.
      *>
      *> Given a directory, the program validates the BLINKLED.CFG,
      *> READSW.CFG and TMP102.CFG found there instead of the live
      *> ones - the staged set cfgpush builds from a head-office
      *> package before it swaps anything in. HUMID.CFG, STATION.CFG
      *> and the asset register are still the live ones, and the
      *> report header names the directory checked.
      *>
      *> Every blinkLED alarm code the station is set to raise is
      *> looked up on the alarm-code registry ALARM_CODES.DAT (see
      *> the alarmcode program): the watchdog's code from
      *> WATCHDOG.CFG and the one after it for a silent humid (9
      *> and 10 without the file), the code of every ONCALL.DAT
      *> step, every blinkLED or gpioctl BLINK job in
      *> BATCHSCHED.JOBS, and the plain blink (code 0) the drill
      *> and cmdpoll give. A code that is not registered, or is
      *> registered only to another program, is a FAIL, and so is
      *> a code the registry gives two meanings. Two codes that
      *> light the same lamps on the bank BLINKLED.CFG wires - the
      *> staged one when a directory is given - or a code that
      *> lights none, is a WARN: alarmcode's rack legend shows the
      *> same. A floor with no registry yet gets a WARN.
      *>
      *> How to use this program:
      *>   preflight              the live control files
      *>   preflight directory    a staged set in directory
      *>
      *> How to build this program:
      *>   cobc -x preflight.cob -I ../copybooks
      *>
       identification division.
       program-id. preflight.
       environment division.
       input-output section.
       file-control.
           select blink-control-file assign to ws-bcfg-name
               organization is line sequential
               file status is ws-bcfg-status.
           select switch-control-file assign to ws-scfg-name
               organization is line sequential
               file status is ws-scfg-status.
           select tmp-control-file assign to ws-tcfg-name
               organization is line sequential
               file status is ws-tcfg-status.
           select preflight-report-file assign to "preflight.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select humid-control-file assign to "humid.cfg"
               organization is line sequential
               file status is ws-hcfg-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is random
               record key is SA-KEY
               file status is ws-asset-status.
           select alarm-code-file assign to "alarm_codes.dat"
               organization is indexed
               access mode is dynamic
               record key is RC-KEY
               file status is ws-code-status.
           select watchdog-control-file assign to "watchdog.cfg"
               organization is line sequential
               file status is ws-wcfg-status.
           select oncall-file assign to "oncall.dat"
               organization is line sequential
               file status is ws-oncall-status.
           select job-table-file assign to "batchsched.jobs"
               organization is line sequential
               file status is ws-jobs-status.

       data division.
       file section.
       01  tmp-control-record      pic x(200).
       fd  preflight-report-file.
       01  preflight-report-record pic x(100).
       fd  humid-control-file.
       01  humid-control-record    pic x(120).
       fd  station-file.
       01  station-record          pic x(20).
       fd  asset-file.
           copy sensasset.
       fd  alarm-code-file.
           copy rackcode.
       fd  watchdog-control-file.
       01  watchdog-control-record pic x(80).
       fd  oncall-file.
       01  oncall-record           pic x(120).
       fd  job-table-file.
       01  job-table-record        pic x(120).

       working-storage section.

      *> the control files checked: the live ones, or those of the
      *> staged set in the directory named on the command line.
       01 ws-cmdline-arg    pic x(80).
       01 ws-stage-dir      pic x(80)  value spaces.
       01 ws-bcfg-name      pic x(100) value "blinkled.cfg".
       01 ws-scfg-name      pic x(100) value "readsw.cfg".
       01 ws-tcfg-name      pic x(100) value "tmp102.cfg".

      *> raspberry pi-specific constants: the usable BCM GPIO
      *> numbers on the 40-pin header run 2 through 27.
       01 GPIO_MIN         constant as 2.
       01 tcfg-s4-addr      pic x(4).
       01 tcfg-composite    pic x(4).
       01 tcfg-dashboard    pic x(80).
       01 tcfg-label1       pic x(8).
       01 tcfg-label2       pic x(8).
       01 tcfg-label3       pic x(8).
       01 tcfg-label4       pic x(8).

       01 ws-hcfg-status    pic xx.
       01 hcfg-skip         pic x(8).
       01 hcfg-s2-addr      pic x(4).
       01 hcfg-label1       pic x(8).
       01 hcfg-label2       pic x(8).

      *> sensor asset register cross-check: every configured
      *> label with the device and address its slot implies.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)   value spaces.
       01 ws-asset-status   pic xx.
       01 asset-checks.
         05 asset-check occurs 6 times.
           10 ac-file        pic x(12).
           10 ac-label       pic x(8).
           10 ac-device      pic x(6).
           10 ac-addr        pic 9(3).
       01 ac-count          pic 9      value zero.
       01 ac-idx            pic 9.

      *> alarm-code registry cross-check: the registry in key
      *> order with the lamps each code lights on the bank
      *> (cr-first marks the first program under each code), and
      *> the code use in hand, checked by check-one-code-use.
       01 ws-code-status    pic xx.
       01 ws-wcfg-status    pic xx.
       01 ws-oncall-status  pic xx.
       01 ws-jobs-status    pic xx.
       01 ws-code-scan      pic x.
         88 code-scan-done             value "Y".
       01 code-registry.
         05 code-entry occurs 60 times.
           10 cr-code        pic 99.
           10 cr-owner       pic x(10).
           10 cr-meaning     pic x(40).
           10 cr-pattern     pic 99.
           10 cr-first       pic x.
       01 cr-count          pic 99     value zero.
       01 cr-i              pic 99.
       01 cr-j              pic 99.
       01 bank-pins.
         05 bank-pin occurs 4 times pic 99.
       01 lamp-idx          pic 9.
       01 ws-pat-code       pic 99.
       01 ws-pat-value      pic 99.
       01 ws-code-work      pic 99.
       01 ws-code-bit       pic 9.
       01 ws-bit-weight     pic 99.
       01 edited-code       pic 99.
       01 edited-code2      pic 99.
       01 ws-use-file       pic x(16).
       01 ws-use-field      pic x(16).
       01 ws-use-owner      pic x(10).
       01 ws-use-code       pic 99.
       01 ws-use-found      pic x.
         88 use-code-on-file           value "Y".
       01 ws-use-owned      pic x.
         88 use-code-is-owned          value "Y".
       01 ws-use-other      pic x(10).
       01 wcfg-skip         pic x(8).
       01 wcfg-alarm-code   pic x(4).
       01 ol-operator-x     pic x(8).
       01 ol-url-x          pic x(80).
       01 ol-delay-x        pic x(8).
       01 ol-code-x         pic x(4).
       01 ws-step-no        pic 99.
       01 edited-step       pic Z9.
       01 jt-name-x         pic x(12).
       01 jt-start-x        pic x(4).
       01 jt-dep-x          pic x(12).
       01 jt-cmd-x          pic x(80).
       01 jt-word1          pic x(12).
       01 jt-word2          pic x(12).

      *> shared field-check housekeeping: check-numeric-field
      *> validates ws-chk-text against ws-chk-lo/ws-chk-hi and
       01 ws-timestamp      pic x(21).

       procedure division.
       accept ws-cmdline-arg from command-line
       if ws-cmdline-arg is not equal to spaces
         move function trim(ws-cmdline-arg) to ws-stage-dir
         move spaces to ws-bcfg-name ws-scfg-name ws-tcfg-name
         string function trim(ws-stage-dir) delimited by size
                "/blinkled.cfg"             delimited by size
                into ws-bcfg-name
         end-string
         string function trim(ws-stage-dir) delimited by size
                "/readsw.cfg"               delimited by size
                into ws-scfg-name
         end-string
         string function trim(ws-stage-dir) delimited by size
                "/tmp102.cfg"               delimited by size
                into ws-tcfg-name
         end-string
       end-if

       open extend preflight-report-file
       if ws-rpt-status is not equal to "00" and
            ws-rpt-status is not equal to "05"
              into ws-rpt-line
       end-string
       perform put-report-line
       if ws-stage-dir is not equal to spaces
         move spaces to ws-rpt-line
         string "  STAGED SET IN " delimited by size
                function trim(ws-stage-dir) delimited by size
                into ws-rpt-line
         end-string
         perform put-report-line
       end-if

       perform validate-blinkled-cfg
       perform validate-readsw-cfg
       perform validate-tmp102-cfg
       perform check-pin-conflicts
       perform validate-sensor-assets
       perform validate-alarm-codes

       move ws-pass-count to edited-pass
       move ws-fail-count to edited-fail
                      tcfg-low tcfg-high tcfg-alarm-pin
                      tcfg-fahrenheit tcfg-s2-addr tcfg-s3-addr
                      tcfg-s4-addr tcfg-composite tcfg-dashboard
                      tcfg-label1 tcfg-label2 tcfg-label3
                      tcfg-label4
               end-unstring

               if tcfg-mode is equal to "F" or
           end-if
           .

      *> Remembers one configured label with the device and bus
      *> address its slot implies, for the asset register check.
      *> A blank label, or a slot whose address is zero (absent),
      *> has nothing to resolve.
       note-asset-claim.
           if ac-label(ac-count + 1) is not equal to spaces and
                ac-addr(ac-count + 1) is not equal to zero
             add 1 to ac-count
           end-if
           .

      *> Gathers the labels of TMP102.CFG and HUMID.CFG and looks
      *> each one up on the sensor asset register.
       validate-sensor-assets.
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

           move spaces to asset-checks
           move zero to ac-count
           if ws-tcfg-status is equal to "00"
             move "TMP102.CFG" to ac-file(ac-count + 1)
             move tcfg-label1  to ac-label(ac-count + 1)
             move "TMP102"     to ac-device(ac-count + 1)
             move 72           to ac-addr(ac-count + 1)
             perform note-asset-claim
             move tcfg-s2-addr to ws-chk-text
             move tcfg-label2  to ac-label(ac-count + 1)
             perform note-tmp102-asset-slot
             move tcfg-s3-addr to ws-chk-text
             move tcfg-label3  to ac-label(ac-count + 1)
             perform note-tmp102-asset-slot
             move tcfg-s4-addr to ws-chk-text
             move tcfg-label4  to ac-label(ac-count + 1)
             perform note-tmp102-asset-slot
           end-if

           open input humid-control-file
           if ws-hcfg-status is equal to "00"
             read humid-control-file
               at end move "10" to ws-hcfg-status
             end-read
             if ws-hcfg-status is equal to "00"
               move spaces to hcfg-s2-addr hcfg-label1 hcfg-label2
               unstring humid-control-record delimited by ","
                 into hcfg-skip hcfg-skip hcfg-skip hcfg-skip
                      hcfg-s2-addr hcfg-label1 hcfg-label2
               end-unstring
               move "HUMID.CFG"  to ac-file(ac-count + 1)
               move hcfg-label1  to ac-label(ac-count + 1)
               move "SHT31"      to ac-device(ac-count + 1)
               move 68           to ac-addr(ac-count + 1)
               perform note-asset-claim
               if function test-numval(hcfg-s2-addr) = 0
                 move "HUMID.CFG"  to ac-file(ac-count + 1)
                 move hcfg-label2  to ac-label(ac-count + 1)
                 move "SHT31"      to ac-device(ac-count + 1)
                 compute ac-addr(ac-count + 1) =
                   function numval(hcfg-s2-addr)
                 perform note-asset-claim
               end-if
             end-if
             close humid-control-file
           end-if

           if ac-count is equal to zero
             continue
           else
             open input asset-file
             if ws-asset-status is not equal to "00"
               add 1 to ws-warn-count
               move spaces to ws-rpt-line
               string "  WARN SENSOR_ASSET.DAT MISSING, LABELS "
                      "NOT VALIDATED (STATUS " delimited by size
                      ws-asset-status          delimited by size
                      ")"                      delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             else
               perform varying ac-idx from 1 by 1
                       until ac-idx > ac-count
                 perform check-one-asset-claim
               end-perform
               close asset-file
             end-if
           end-if
           .

      *> One extra TMP102 slot: its address field, when it parses
      *> to a non-zero value, is the address the label must be
      *> registered at.
       note-tmp102-asset-slot.
           if function test-numval(ws-chk-text) = 0
             move "TMP102.CFG" to ac-file(ac-count + 1)
             move "TMP102"     to ac-device(ac-count + 1)
             compute ac-addr(ac-count + 1) =
               function numval(ws-chk-text)
             perform note-asset-claim
           end-if
           .

       check-one-asset-claim.
           move ws-station       to SA-STATION
           move ac-label(ac-idx) to SA-LABEL
           move spaces to ws-rpt-line
           read asset-file
             key is SA-KEY
             invalid key
               add 1 to ws-fail-count
               string "  FAIL "         delimited by size
                      ac-file(ac-idx)   delimited by size
                      " LABEL "         delimited by size
                      ac-label(ac-idx)  delimited by size
                      " NOT ON SENSOR ASSET REGISTER FOR STATION "
                                        delimited by size
                      ws-station        delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             not invalid key
               if SA-STATUS is not equal to "A"
                 add 1 to ws-fail-count
                 string "  FAIL "         delimited by size
                        ac-file(ac-idx)   delimited by size
                        " LABEL "         delimited by size
                        ac-label(ac-idx)  delimited by size
                        " RETIRED ON "    delimited by size
                        SA-RETIRE-DATE    delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-report-line
               else
                 if SA-DEVICE is not equal to ac-device(ac-idx) or
                      SA-ADDRESS is not equal to ac-addr(ac-idx)
                   add 1 to ws-fail-count
                   string "  FAIL "         delimited by size
                          ac-file(ac-idx)   delimited by size
                          " LABEL "         delimited by size
                          ac-label(ac-idx)  delimited by size
                          " REGISTERED AS " delimited by size
                          SA-DEVICE         delimited by size
                          " AT "            delimited by size
                          SA-ADDRESS        delimited by size
                          ", CONFIGURED AS " delimited by size
                          ac-device(ac-idx) delimited by size
                          " AT "            delimited by size
                          ac-addr(ac-idx)   delimited by size
                          into ws-rpt-line
                   end-string
                   perform put-report-line
                 else
                   add 1 to ws-pass-count
                 end-if
               end-if
           end-read
           .

      *> A missing or empty TMP102.CFG means the compiled-in
      *> defaults run, so their alarm pin still enters the
      *> conflict check.
           end-string
           perform put-report-line
           .

      *> Loads the alarm-code registry and the bank it is shown on,
      *> checks the registry against itself, then checks every
      *> code the station's programs are set to raise against it.
       validate-alarm-codes.
           open input alarm-code-file
           if ws-code-status is not equal to "00"
             add 1 to ws-warn-count
             move spaces to ws-rpt-line
             string "  WARN ALARM_CODES.DAT MISSING, ALARM CODES "
                    "NOT VALIDATED (STATUS " delimited by size
                    ws-code-status           delimited by size
                    ")"                      delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           else
             perform load-bank-pins
             perform load-code-registry
             close alarm-code-file
             perform varying cr-i from 1 by 1 until cr-i > cr-count
               if cr-first(cr-i) is equal to "Y"
                 perform check-one-registry-code
               end-if
             end-perform
             perform check-watchdog-codes
             perform check-oncall-codes
             perform check-batch-job-codes
             move "DRILL"         to ws-use-file ws-use-owner
             move "gpioctl BLINK" to ws-use-field
             move zero            to ws-use-code
             perform check-one-code-use
             move "CMDPOLL"       to ws-use-file ws-use-owner
             move "LAMPTEST"      to ws-use-field
             perform check-one-code-use
           end-if
           .

      *> The bank as the BLINKLED.CFG checked above wires it: lamp
      *> 1 is pin (bit 0), lamps 2-4 bank-pin2..4, zero = no lamp.
      *> A file missing or not fully numeric leaves blinkLED's
      *> default, GPIO 17 alone.
       load-bank-pins.
           move 17 to bank-pin(1)
           move zero to bank-pin(2) bank-pin(3) bank-pin(4)
           if function test-numval(bcfg-pin) = 0 and
                function test-numval(bcfg-bank-pin2) = 0 and
                function test-numval(bcfg-bank-pin3) = 0 and
                function test-numval(bcfg-bank-pin4) = 0
             compute bank-pin(1) = function numval(bcfg-pin)
             compute bank-pin(2) = function numval(bcfg-bank-pin2)
             compute bank-pin(3) = function numval(bcfg-bank-pin3)
             compute bank-pin(4) = function numval(bcfg-bank-pin4)
           end-if
           .

       load-code-registry.
           move zero to cr-count
           move low-values to RC-KEY
           move "N" to ws-code-scan
           start alarm-code-file key is greater than RC-KEY
             invalid key set code-scan-done to true
           end-start
           perform until code-scan-done or cr-count >= 60
             read alarm-code-file next
               at end set code-scan-done to true
               not at end
                 add 1 to cr-count
                 move RC-CODE    to cr-code(cr-count)
                 move RC-OWNER   to cr-owner(cr-count)
                 move RC-MEANING to cr-meaning(cr-count)
                 move RC-CODE    to ws-pat-code
                 perform compute-lamp-pattern
                 move ws-pat-value to cr-pattern(cr-count)
                 move "Y" to cr-first(cr-count)
                 if cr-count > 1
                   if cr-code(cr-count - 1) is equal to RC-CODE
                     move "N" to cr-first(cr-count)
                   end-if
                 end-if
             end-read
           end-perform
           .

      *> The lamps ws-pat-code lights, as a code (ws-pat-value),
      *> so two codes showing alike compare equal. Code 0 is the
      *> plain blink - lamp 1 alone.
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
             if bank-pin(lamp-idx) is not equal to zero and
                  ws-code-bit is equal to 1
               add ws-bit-weight to ws-pat-value
             end-if
             compute ws-bit-weight = ws-bit-weight * 2
           end-perform
           .

      *> One registered code against every later one: a second
      *> meaning under another program is a FAIL, another code
      *> lighting the same lamps with a different meaning a WARN,
      *> and so is a code that lights no lamp at all.
       check-one-registry-code.
           move cr-code(cr-i) to edited-code
           move "Y" to ws-chk-ok
           perform varying cr-j from 1 by 1 until cr-j > cr-count
             if cr-j > cr-i and
                  cr-code(cr-j) is equal to cr-code(cr-i) and
                  cr-meaning(cr-j) is not equal to cr-meaning(cr-i)
               move "N" to ws-chk-ok
               add 1 to ws-fail-count
               move spaces to ws-rpt-line
               string "  FAIL ALARM_CODES.DAT CODE " edited-code
                      " HAS TWO MEANINGS: "
                      function trim(cr-owner(cr-i)) " / "
                      function trim(cr-owner(cr-j))
                                         delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             end-if
             if cr-j > cr-i and
                  cr-first(cr-j) is equal to "Y" and
                  cr-pattern(cr-j) is equal to cr-pattern(cr-i) and
                  cr-meaning(cr-j) is not equal to cr-meaning(cr-i)
               add 1 to ws-warn-count
               move cr-code(cr-j) to edited-code2
               move spaces to ws-rpt-line
               string "  WARN ALARM CODES " edited-code " AND "
                      edited-code2
                      " LIGHT THE SAME LAMPS ON THE BANK"
                                         delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             end-if
           end-perform
           if cr-pattern(cr-i) is equal to zero
             add 1 to ws-warn-count
             move spaces to ws-rpt-line
             string "  WARN ALARM CODE " edited-code
                    " LIGHTS NO LAMP ON THE BANK" delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           if check-is-ok
             add 1 to ws-pass-count
           end-if
           .

      *> WATCHDOG.CFG field 3: the code for a silent readsw or
      *> tmp102, and the one after it for a silent humid.
       check-watchdog-codes.
           move 9 to ws-use-code
           open input watchdog-control-file
           if ws-wcfg-status is equal to "00"
             read watchdog-control-file
               at end move "10" to ws-wcfg-status
             end-read
             if ws-wcfg-status is equal to "00"
               move spaces to wcfg-alarm-code
               unstring watchdog-control-record delimited by ","
                 into wcfg-skip wcfg-skip wcfg-alarm-code
               end-unstring
               if function test-numval(wcfg-alarm-code) = 0
                 compute ws-use-code =
                   function numval(wcfg-alarm-code)
               end-if
             end-if
             close watchdog-control-file
           end-if
           move "WATCHDOG.CFG" to ws-use-file
           move "WATCHDOG"     to ws-use-owner
           move "alarm-code"   to ws-use-field
           perform check-one-code-use
           add 1 to ws-use-code
           move "humid code"   to ws-use-field
           perform check-one-code-use
           .

      *> ONCALL.DAT field 4 on every step line escalate would load.
       check-oncall-codes.
           move zero to ws-step-no
           open input oncall-file
           if ws-oncall-status is equal to "00"
             move "N" to ws-code-scan
             perform until code-scan-done
               read oncall-file
                 at end set code-scan-done to true
                 not at end perform check-one-oncall-code
               end-read
             end-perform
             close oncall-file
           end-if
           .

       check-one-oncall-code.
           if oncall-record is equal to spaces or
                oncall-record(1:1) is equal to "*"
             continue
           else
             move spaces to ol-operator-x ol-url-x
                            ol-delay-x ol-code-x
             unstring oncall-record delimited by ","
               into ol-operator-x ol-url-x ol-delay-x ol-code-x
             end-unstring
             if ol-operator-x is not equal to spaces and
                  function test-numval(ol-delay-x) = 0 and
                  function test-numval(ol-code-x) = 0
               add 1 to ws-step-no
               move ws-step-no to edited-step
               compute ws-use-code = function numval(ol-code-x)
               move "ONCALL.DAT" to ws-use-file
               move "ESCALATE"   to ws-use-owner
               move spaces to ws-use-field
               string "step " function trim(edited-step)
                      " code"    delimited by size
                      into ws-use-field
               end-string
               perform check-one-code-use
             end-if
           end-if
           .

      *> BATCHSCHED.JOBS: a job whose command is blinkLED (code 0
      *> when it gives none) or gpioctl BLINK.
       check-batch-job-codes.
           open input job-table-file
           if ws-jobs-status is equal to "00"
             move "N" to ws-code-scan
             perform until code-scan-done
               read job-table-file
                 at end set code-scan-done to true
                 not at end perform check-one-batch-job-code
               end-read
             end-perform
             close job-table-file
           end-if
           .

       check-one-batch-job-code.
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
             move "BATCHSCHED.JOBS" to ws-use-file
             move "BATCHSCHED"      to ws-use-owner
             move spaces to ws-use-field
             string "job " function trim(jt-name-x)
                                    delimited by size
                    into ws-use-field
             end-string
             evaluate true
               when jt-word1 is equal to "BLINKLED" and
                    function test-numval(jt-word2) = 0
                 compute ws-use-code = function numval(jt-word2)
                 perform check-one-code-use
               when jt-word1 is equal to "BLINKLED"
                 move zero to ws-use-code
                 perform check-one-code-use
               when jt-word1 is equal to "GPIOCTL" and
                    jt-word2 is equal to "BLINK"
                 move zero to ws-use-code
                 perform check-one-code-use
               when other
                 continue
             end-evaluate
           end-if
           .

      *> ws-use-code, raised by ws-use-owner as set in
      *> ws-use-file/ws-use-field, must be a blinkLED code and be
      *> registered to that program.
       check-one-code-use.
           move ws-use-code to edited-code
           move "N" to ws-use-found ws-use-owned
           move spaces to ws-use-other
           perform varying cr-i from 1 by 1 until cr-i > cr-count
             if cr-code(cr-i) is equal to ws-use-code
               move "Y" to ws-use-found
               if cr-owner(cr-i) is equal to ws-use-owner
                 move "Y" to ws-use-owned
               else
                 move cr-owner(cr-i) to ws-use-other
               end-if
             end-if
           end-perform
           move spaces to ws-rpt-line
           evaluate true
             when ws-use-code > 15
               add 1 to ws-fail-count
               string "  FAIL " function trim(ws-use-file) " "
                      function trim(ws-use-field)
                      " NOT A BLINKLED CODE (0-15): " edited-code
                                         delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             when use-code-is-owned
               add 1 to ws-pass-count
             when use-code-on-file
               add 1 to ws-fail-count
               string "  FAIL " function trim(ws-use-file) " "
                      function trim(ws-use-field) " "
                      edited-code " IS REGISTERED TO "
                      function trim(ws-use-other) ", NOT "
                      ws-use-owner       delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
             when other
               add 1 to ws-fail-count
               string "  FAIL " function trim(ws-use-file) " "
                      function trim(ws-use-field) " "
                      edited-code
                      " NOT ON ALARM CODE REGISTRY"
                                         delimited by size
                      into ws-rpt-line
               end-string
               perform put-report-line
           end-evaluate
           .
       end program preflight.
