      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Work-order tracking generated from the maintenance log.
      *>
      *>
      *>   workorder CLOSE <number>
      *>     closes one order with a prompted note and the close
      *>     date, so the repair that was done is on record, then
      *>     asks for the spare parts consumed on the repair.
      *>
      *> The control file WORKORDER.CFG (one line, comma-separated:
      *> trigger-count,due-days) sets how many warnings open an
      *> the same one-line counter convention the decision history
      *> uses.
      *>
      *> Every order names the device it is raised against, not
      *> just a pin: when an order is opened or refreshed its pin
      *> is resolved through the sensor asset register
      *> SENSOR_ASSET.DAT (see the assetreg program) under this
      *> station - a stuck-sensor slot to the label TMP102.CFG
      *> gives that slot and on to the label's serial, a flip
      *> warning's SW-PIN to the switch registered at that GPIO -
      *> and the label and serial are kept on the order (layout in
      *> workord.cpy) and shown by LIST. A part swapped after the
      *> order opened is therefore still the part the evidence was
      *> gathered on. Nothing resolves for a gpioInitialise
      *> failure, or on a floor with no register, and the label
      *> stays blank.
      *>
      *> tmp102's "read fault" entries - a label that went from
      *> reading to faulted on the bus - file under pseudo-pins
      *> 95-98, 94 plus the sensor's bus slot, and accumulate to
      *> the trigger count like a flip warning: one dropped read
      *> is a knock on the cable, repeated ones are a repair. The
      *> order names the slot's label and serial the same way a
      *> stuck-sensor order does.
      *>
      *> The parts fitted on a repair come out of the spare-parts
      *> stock file SPARE_PART.DAT (see the spares program). After
      *> the closing note CLOSE asks for each part number and
      *> quantity consumed, until a blank part number; each one
      *> must be on file with enough on hand, is drawn down there,
      *> and is written to SPARE_MOVES.LOG as an ISSUE against the
      *> order number, pin and device label, which is what the
      *> spares usage report reads back. The operator on the line
      *> is whoever is on shift in ONSHIFT.DAT. A floor with no
      *> stock file yet closes the order as before, with a warning
      *> that no parts were booked.
      *>
      *> Closing an order needs the operator on shift in
      *> ONSHIFT.DAT to hold at least the MAINT role on the
      *> operator master (see opermast.cpy); anyone below it is
      *> refused before the closing note is asked for, and the
      *> refusal is written to the shared log as an AUTH-DENY
      *> event for the roles report in opmaster. Before the master
      *> exists the close is allowed, with a warning, as signon
      *> behaves.
      *>
      *> How to build this program:
      *>   cobc -x workorder.cob -I ../copybooks
      *>
       identification division.
       program-id. workorder.
               access mode is dynamic
               record key is WO-NUMBER
               file status is ws-wo-status.
           select tmp-control-file assign to "tmp102.cfg"
               organization is line sequential
               file status is ws-tcfg-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is dynamic
               record key is SA-KEY
               file status is ws-asset-status.
           select part-file assign to "spare_part.dat"
               organization is indexed
               access mode is random
               record key is SP-PART
               file status is ws-part-status.
           select moves-file assign to "spare_moves.log"
               organization is line sequential
               file status is ws-move-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select operator-file assign to "operator.dat"
               organization is indexed
               access mode is random
               record key is OM-ID
               file status is ws-oper-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.

       data division.
       file section.
       fd  sequence-file.
       01  sequence-record     pic x(4).
       fd  workorder-file.
           copy workord.
       fd  tmp-control-file.
       01  tmp-control-record  pic x(200).
       fd  station-file.
       01  station-record      pic x(20).
       fd  asset-file.
           copy sensasset.
       fd  part-file.
           copy sparepart.
       fd  moves-file.
       01  moves-record        pic x(120).
       fd  onshift-file.
       01  onshift-record      pic x(30).
       fd  operator-file.
           copy opermast.
       fd  sensor-event-file.
           copy sensorevt.

       working-storage section.

       01 ws-day-number     pic 9(7).
       01 ws-due-num        pic 9(8).

      *> device resolution housekeeping: pin to label through
      *> TMP102.CFG's slot labels or the switch registered at the
      *> pin, label to serial through the sensor asset register.
       01 ws-tcfg-status    pic xx.
       01 tcfg-skip         pic x(80).
       01 tcfg-dashboard    pic x(80).
       01 slot-bank.
         05 slot-label occurs 4 times pic x(8).
       01 slot-idx          pic 9.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-asset-status   pic xx.
       01 ws-asset-done     pic x.
         88 asset-scan-is-done        value "Y".
       01 ws-resolve-pin    pic 9(2).
       01 ws-resolved-label pic x(8).
       01 ws-resolved-serial pic x(16).

      *> close-mode housekeeping
       01 ws-close-number   pic 9(4).
       01 ws-close-note     pic x(40).
       01 edited-count      pic ZZZ9.

      *> parts-consumed housekeeping
       01 ws-part-status    pic xx.
       01 ws-move-status    pic xx.
       01 ws-shift-status   pic xx.
       01 ws-parts-done     pic x.
         88 parts-are-done            value "Y".
       01 ws-ask-part       pic x(12).
       01 ws-ask-qty        pic x(6).
       01 ws-issue-qty      pic 9(5).
       01 ws-operator       pic x(8)  value spaces.
       01 ws-shift-junk     pic x(21).
       01 ws-move-line      pic x(120).
       01 edited-qty        pic -ZZZZ9.
       01 edited-on-hand    pic ZZZZ9.

      *> role authority housekeeping: the operator on shift, from
      *> ONSHIFT.DAT, must hold at least the role a function needs
      *> on the operator master.
       01 ws-oper-status    pic xx.
       01 ws-sevt-status    pic xx.
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
       accept ws-cmdline-arg from command-line
       move spaces to ws-mode ws-arg2
             end-perform
             close maint-log-file

             perform load-device-context
             perform open-workorder-file
             if ws-wo-status is equal to "00"
               perform varying wn-idx from 1 by 1
                 if warn-pin-is-used(wn-idx) and
                      (wn-count(wn-idx) > trigger-count or
                       (wn-pin(wn-idx) >= 90 and
                        wn-pin(wn-idx) <= 94 and
                        wn-count(wn-idx) > 0))
                   perform raise-or-attach-order
                 end-if
      *> initialisation failure has no pin of its own and files
      *> under pin 00; a stuck-sensor warning names its bus slot
      *> after SENSOR-SLOT= and files under pseudo-pin 90 plus
      *> that slot; a sensor read fault names its slot the same
      *> way and files under pseudo-pin 94 plus the slot. Anything
      *> else in the maintenance log
      *> (watchdog notes, self-test entries) is not an
      *> accumulating hardware warning and is passed over.
       judge-one-maint-line.
             else
               move zero to ws-tally
               inspect ws-maint-line tallying ws-tally
                 for all "read fault"
               if ws-tally > 0
                 move spaces to ws-line-junk ws-line-rest
                 unstring ws-maint-line delimited by "SENSOR-SLOT="
                   into ws-line-junk ws-line-rest
                 end-unstring
                 if ws-line-rest(1:1) is numeric
                   compute ws-warn-pin =
                     94 + function numval(ws-line-rest(1:1))
                   perform count-one-warning
                 end-if
               else
                 move zero to ws-tally
                 inspect ws-maint-line tallying ws-tally
                   for all "gpioInitialise"
                 if ws-tally > 0
                   move zero to ws-warn-pin
                   perform count-one-warning
                 end-if
               end-if
             end-if
           end-if
      *> refreshed) instead of opening a duplicate; otherwise a new
      *> numbered order opens with a due date due-days out.
       raise-or-attach-order.
           move wn-pin(wn-idx) to ws-resolve-pin
           perform resolve-pin-device
           move zero to ws-open-slot
           move zero to WO-NUMBER
           move "N" to ws-wo-done
               not invalid key
                 move wn-count(wn-idx)    to WO-WARN-COUNT
                 move wn-evidence(wn-idx) to WO-EVIDENCE
                 move ws-resolved-label   to WO-LABEL
                 move ws-resolved-serial  to WO-SERIAL
                 rewrite WORKORDER-RECORD
                   invalid key
                     display "workorder: unable to refresh order "
               function date-of-integer(ws-day-number)
             move ws-due-num         to WO-DUE-DATE
             move wn-evidence(wn-idx) to WO-EVIDENCE
             move ws-resolved-label   to WO-LABEL
             move ws-resolved-serial  to WO-SERIAL
             write WORKORDER-RECORD
               invalid key
                 display "workorder: order number " ws-next-number
             display "workorder: opened order " ws-next-number
                     " for pin " wn-pin(wn-idx) " ("
                     edited-count " warnings), due " ws-due-num
             if ws-resolved-label is not equal to spaces
               display "workorder:   device " ws-resolved-label
                       " SERIAL=" ws-resolved-serial
             end-if
           end-if
           .

      *> The station id and TMP102.CFG's slot labels, read once
      *> per SCAN so a stuck-sensor pseudo-pin can be named.
       load-device-context.
           perform load-station-id
           move spaces to slot-bank
           open input tmp-control-file
           if ws-tcfg-status is equal to "00"
             read tmp-control-file
               at end move "10" to ws-tcfg-status
             end-read
             if ws-tcfg-status is equal to "00"
               unstring tmp-control-record delimited by ","
                 into tcfg-skip tcfg-skip tcfg-skip tcfg-skip
                      tcfg-skip tcfg-skip tcfg-skip tcfg-skip
                      tcfg-skip tcfg-skip tcfg-skip tcfg-dashboard
                      slot-label(1) slot-label(2)
                      slot-label(3) slot-label(4)
               end-unstring
             end-if
             close tmp-control-file
           end-if
           .

       load-station-id.
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
           .

      *> ws-resolve-pin to the device behind it: pseudo-pins 91-94
      *> (stuck) and 95-98 (read fault) are TMP102 bus slots and
      *> take the slot's label; a real GPIO takes the switch
      *> registered at it on this station. The serial comes off
      *> the register either way.
       resolve-pin-device.
           move spaces to ws-resolved-label ws-resolved-serial
           move zero to slot-idx
           if ws-resolve-pin >= 91 and ws-resolve-pin <= 94
             compute slot-idx = ws-resolve-pin - 90
           end-if
           if ws-resolve-pin >= 95 and ws-resolve-pin <= 98
             compute slot-idx = ws-resolve-pin - 94
           end-if
           open input asset-file
           if ws-asset-status is equal to "00"
             if slot-idx is not equal to zero
               move slot-label(slot-idx) to ws-resolved-label
               if ws-resolved-label is not equal to spaces
                 move ws-station        to SA-STATION
                 move ws-resolved-label to SA-LABEL
                 read asset-file
                   key is SA-KEY
                   invalid key continue
                   not invalid key
                     move SA-SERIAL to ws-resolved-serial
                 end-read
               end-if
             else
               if ws-resolve-pin is not equal to zero
                 perform find-switch-at-pin
               end-if
             end-if
             close asset-file
           else
             if slot-idx is not equal to zero
               move slot-label(slot-idx) to ws-resolved-label
             end-if
           end-if
           .

       find-switch-at-pin.
           move ws-station  to SA-STATION
           move low-values  to SA-LABEL
           move "N" to ws-asset-done
           start asset-file key is greater than SA-KEY
             invalid key set asset-scan-is-done to true
           end-start
           perform until asset-scan-is-done
             read asset-file next
               at end set asset-scan-is-done to true
               not at end
                 if SA-STATION is not equal to ws-station
                   set asset-scan-is-done to true
                 else
                   if SA-DEVICE is equal to "SWITCH" and
                        SA-STATUS is equal to "A" and
                        SA-ADDRESS is equal to ws-resolve-pin
                     move SA-LABEL  to ws-resolved-label
                     move SA-SERIAL to ws-resolved-serial
                     set asset-scan-is-done to true
                   end-if
                 end-if
             end-read
           end-perform
           .

       take-next-order-number.
           move zero to ws-next-number
           open input sequence-file
                             " OPENED " WO-OPEN-DATE
                             " DUE " WO-DUE-DATE
                     display "    EVIDENCE: " WO-EVIDENCE
                     if WO-LABEL is not equal to spaces
                       display "    DEVICE: " WO-LABEL
                               " SERIAL=" WO-SERIAL
                     end-if
                   end-if
               end-read
             end-perform
      *> ------ CLOSE: one order, with a note for the record ------

       close-one-order.
           perform load-station-id
           move "WO-CLOSE" to ws-auth-function
           move "MAINT"    to ws-auth-need
           perform check-authority
           if auth-is-granted
             perform close-checked-order
           end-if
           .

       close-checked-order.
           if function test-numval(ws-arg2) is not equal to zero
             display "workorder: usage: workorder CLOSE <number>"
           else
                       invalid key
                         display "workorder: unable to close "
                                 "order " ws-close-number
                       not invalid key
                         display "workorder: order " ws-close-number
                                 " closed."
                         perform book-parts-consumed
                     end-rewrite
                   end-if
               end-read
               close workorder-file
             end-if
           end-if
           .
      *> The parts fitted on the repair, drawn down from the stock
      *> file one at a time until a blank part number. WO-PIN and
      *> WO-LABEL are still those of the order just closed.
       book-parts-consumed.
           open i-o part-file
           if ws-part-status is not equal to "00"
             display "workorder: no spare_part.dat on file, status "
                     ws-part-status ", no parts booked."
           else
             move "N" to ws-parts-done
             perform until parts-are-done
               display "  part consumed (blank = done): "
                       with no advancing
               accept ws-ask-part
               move function upper-case(ws-ask-part) to ws-ask-part
               if ws-ask-part is equal to spaces
                 set parts-are-done to true
               else
                 display "  quantity ......................: "
                         with no advancing
                 accept ws-ask-qty
                 perform issue-one-part
               end-if
             end-perform
             close part-file
           end-if
           .

       issue-one-part.
           if function test-numval(ws-ask-qty) not = 0 or
                function numval(ws-ask-qty) < 1
             display "  quantity must be a whole number above zero, "
                     "not booked."
           else
             compute ws-issue-qty = function numval(ws-ask-qty)
             move ws-ask-part to SP-PART
             read part-file
               key is SP-PART
               invalid key
                 display "  " function trim(ws-ask-part)
                         " is not on the spare-parts file, "
                         "not booked."
               not invalid key
                 if ws-issue-qty > SP-ON-HAND
                   move SP-ON-HAND to edited-on-hand
                   display "  only " edited-on-hand " of "
                           function trim(ws-ask-part)
                           " on hand, not booked."
                 else
                   subtract ws-issue-qty from SP-ON-HAND
                   move ws-today to SP-LAST-MOVE
                   rewrite SPARE-PART-RECORD
                     invalid key
                       display "  unable to update "
                               function trim(ws-ask-part)
                     not invalid key
                       perform write-issue-line
                       move SP-ON-HAND to edited-on-hand
                       display "  " function trim(ws-ask-part)
                               " booked, " edited-on-hand
                               " left on hand."
                       if SP-ON-HAND <= SP-REORDER
                         display "  " function trim(ws-ask-part)
                                 " is at or below its reorder point."
                       end-if
                   end-rewrite
                 end-if
             end-read
           end-if
           .

      *> One ISSUE line on the movement log, in the layout the
      *> spares program writes and reads back.
       write-issue-line.
           if ws-operator is equal to spaces
             open input onshift-file
             if ws-shift-status is equal to "00"
               read onshift-file
                 at end move spaces to onshift-record
               end-read
               unstring onshift-record delimited by ","
                 into ws-operator ws-shift-junk
               end-unstring
               close onshift-file
             end-if
           end-if
           compute edited-qty = 0 - ws-issue-qty
           move function current-date to ws-timestamp
           move spaces to ws-move-line
           string ws-timestamp(1:14)        delimited by size
                  ",ISSUE,"                 delimited by size
                  ws-ask-part               delimited by space
                  ","                       delimited by size
                  function trim(edited-qty) delimited by size
                  ","                       delimited by size
                  WO-NUMBER                 delimited by size
                  ","                       delimited by size
                  WO-PIN                    delimited by size
                  ","                       delimited by size
                  WO-LABEL                  delimited by space
                  ","                       delimited by size
                  ws-operator               delimited by space
                  ",WORK ORDER CLOSE"       delimited by size
                  into ws-move-line
           end-string
           open extend moves-file
           if ws-move-status is not equal to "00" and
                ws-move-status is not equal to "05"
             close moves-file
             open output moves-file
           end-if
           move ws-move-line to moves-record
           write moves-record
           close moves-file
           .
      *> A record keyed before roles were kept counts as OPERATOR.
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
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move function current-date to ws-timestamp
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "WORKORDER"      to SE-SOURCE
           move "AUTH-DENY"      to SE-EVENT-TYPE
           move ws-auth-function to SE-VALUE
           move ws-auth-operator to SE-OPERATOR
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program workorder.
