      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Spare-parts stock maintenance and reports.
      *>
      *> workorder tells us a reed switch is failing; whether there
      *> is a spare switch in the cupboard was a walk to go and
      *> look. This program keeps the stock file SPARE_PART.DAT
      *> (layout in sparepart.cpy: part number, description, on
      *> hand, reorder point, supplier) and its movement log. The
      *> menu:
      *>
      *>   L - list every part with its on-hand count, flagged
      *>       REORDER when at or below its reorder point
      *>   N - enter a new part, or correct an existing part's
      *>       description, reorder point or supplier
      *>   R - receive stock: a delivery adds to the on-hand count
      *>   A - adjust stock by a signed quantity (a stocktake
      *>       correction, a breakage) with a reason; the count is
      *>       never taken below zero
      *>   O - reorder report: every part at or below its reorder
      *>       point, the shortfall and who supplies it
      *>   U - usage report: each part's issues over the 12 months
      *>       to date, month by month, and the work-order pins
      *>       and device labels it was fitted against
      *>   Q - quit
      *>
      *> Parts leave the cupboard through workorder CLOSE, which
      *> asks for the parts consumed on the repair and draws them
      *> down here. Every receipt, adjustment and issue is written
      *> to SPARE_MOVES.LOG, one line each, comma-separated:
      *>   timestamp,type,part,quantity,order,pin,label,operator,
      *>   note
      *> with type RECEIVE, ADJUST or ISSUE, a signed quantity, and
      *> order, pin and label filled in for an ISSUE from the work
      *> order it was fitted on. The usage report reads that log
      *> back. The operator is whoever is on shift in ONSHIFT.DAT,
      *> prompted for when nobody has signed on.
      *>
      *> Both reports are appended to SPARES.RPT and echoed to the
      *> console.
      *>
      *> How to build this program:
      *>   cobc -x spares.cob -I ../copybooks
      *>
       identification division.
       program-id. spares.

       environment division.
       input-output section.
       file-control.
           select part-file assign to "spare_part.dat"
               organization is indexed
               access mode is dynamic
               record key is SP-PART
               file status is ws-part-status.
           select moves-file assign to "spare_moves.log"
               organization is line sequential
               file status is ws-move-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select spares-report-file assign to "spares.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  part-file.
           copy sparepart.
       fd  moves-file.
       01  moves-record        pic x(120).
       fd  onshift-file.
       01  onshift-record      pic x(30).
       fd  spares-report-file.
       01  spares-report-record pic x(90).

       working-storage section.

      *> file-status housekeeping
       01 ws-part-status    pic xx.
       01 ws-move-status    pic xx.
       01 ws-shift-status   pic xx.
       01 ws-rpt-status     pic xx.

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 spares-is-done            value "Y".
       01 ws-ask-part       pic x(12).
       01 ws-ask-desc       pic x(30).
       01 ws-ask-reorder    pic x(6).
       01 ws-ask-supplier   pic x(20).
       01 ws-ask-qty        pic x(7).
       01 ws-ask-note       pic x(30).
       01 ws-qty            pic S9(5).
       01 ws-new-on-hand    pic S9(6).
       01 ws-list-count     pic 9(4).
       01 edited-count      pic ZZZ9.
       01 edited-on-hand    pic ZZZZ9.
       01 edited-reorder    pic ZZZZ9.
       01 edited-qty        pic -ZZZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> movement-log housekeeping
       01 ws-operator       pic x(8)  value spaces.
       01 ws-shift-junk     pic x(21).
       01 ws-timestamp      pic x(21).
       01 ws-today          pic x(8).
       01 ws-move-line      pic x(120).
       01 ws-move-type      pic x(7).

      *> usage report: the 12 months to date, oldest first
       01 month-bank.
         05 um-month        pic x(6)  occurs 12 times.
       01 um-idx            pic 99.
       01 ws-month-num      pic 9(6).
       01 ws-year-num       pic 9(4).
       01 ws-mm-num         pic 99.
       01 usage-table.
         05 usage-entry occurs 60 times.
           10 pu-part        pic x(12).
           10 pu-qty         pic 9(5)  occurs 12 times.
           10 pu-total       pic 9(6).
       01 pu-count          pic 99    value zero.
       01 pu-idx            pic 99.
       01 fitted-table.
         05 fitted-entry occurs 100 times.
           10 pd-part        pic x(12).
           10 pd-pin         pic x(2).
           10 pd-label       pic x(8).
           10 pd-qty         pic 9(5).
           10 pd-orders      pic 9(4).
           10 pd-last-order  pic x(4).
       01 pd-count          pic 9(3)  value zero.
       01 pd-idx            pic 9(3).
       01 mv-stamp-x        pic x(14).
       01 mv-type-x         pic x(7).
       01 mv-part-x         pic x(12).
       01 mv-qty-x          pic x(7).
       01 mv-order-x        pic x(4).
       01 mv-pin-x          pic x(2).
       01 mv-label-x        pic x(8).
       01 mv-rest-x         pic x(60).
       01 ws-mv-qty         pic 9(5).
       01 ws-month-text     pic x(80).
       01 ws-month-pos      pic 99.
       01 edited-month-qty  pic ZZZZ9.
       01 edited-total      pic ZZZZZ9.

      *> report housekeeping
       01 ws-rpt-line       pic x(90).
       01 ws-shortfall      pic 9(5).

       procedure division.
       perform until spares-is-done
         display " "
         display "spares: L)IST  N)EW PART  R)ECEIVE  A)DJUST  "
                 "O)RDER REPORT  U)SAGE REPORT  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-parts
           when "N" perform enter-part
           when "R" perform receive-stock
           when "A" perform adjust-stock
           when "O" perform reorder-report
           when "U" perform usage-report
           when "Q" set spares-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       open-part-io.
           open i-o part-file
           if ws-part-status is equal to "35"
             open output part-file
             close part-file
             open i-o part-file
           end-if
           if ws-part-status is not equal to "00"
             display "  unable to open spare_part.dat, status "
                     ws-part-status
           end-if
           .

       list-parts.
           open input part-file
           if ws-part-status is not equal to "00"
             display "  no spare parts on file yet."
           else
             move zero to ws-list-count
             move low-values to SP-PART
             move "N" to ws-scan-done
             start part-file key is greater than SP-PART
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read part-file next
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   move SP-ON-HAND to edited-on-hand
                   move SP-REORDER to edited-reorder
                   if SP-ON-HAND <= SP-REORDER
                     display "  " SP-PART " " SP-DESC
                             " ON HAND=" edited-on-hand
                             " REORDER AT=" edited-reorder
                             " REORDER"
                   else
                     display "  " SP-PART " " SP-DESC
                             " ON HAND=" edited-on-hand
                             " REORDER AT=" edited-reorder
                   end-if
               end-read
             end-perform
             close part-file
             move ws-list-count to edited-count
             display "  PARTS ON FILE: " edited-count
           end-if
           .

       enter-part.
           display "  part number .........: " with no advancing
           accept ws-ask-part
           move function upper-case(ws-ask-part) to ws-ask-part
           if ws-ask-part is equal to spaces
             display "  no part number given."
           else
             display "  description .........: " with no advancing
             accept ws-ask-desc
             move function upper-case(ws-ask-desc) to ws-ask-desc
             display "  reorder point ........: " with no advancing
             accept ws-ask-reorder
             display "  supplier .............: " with no advancing
             accept ws-ask-supplier
             move function upper-case(ws-ask-supplier)
               to ws-ask-supplier
             if ws-ask-desc is equal to spaces or
                  function test-numval(ws-ask-reorder) not = 0
               display "  not saved: a description is required"
                       " and the reorder point must be numeric."
             else
               perform open-part-io
               if ws-part-status is equal to "00"
                 move ws-ask-part to SP-PART
                 read part-file
                   key is SP-PART
                   invalid key
                     move spaces          to SPARE-PART-RECORD
                     move ws-ask-part     to SP-PART
                     move ws-ask-desc     to SP-DESC
                     move zero            to SP-ON-HAND
                     compute SP-REORDER =
                       function numval(ws-ask-reorder)
                     move ws-ask-supplier to SP-SUPPLIER
                     write SPARE-PART-RECORD
                       invalid key
                         display "  unable to add " ws-ask-part
                     end-write
                     display "  part " ws-ask-part
                             " added with none on hand; "
                             "use R)ECEIVE to book stock in."
                   not invalid key
                     move ws-ask-desc     to SP-DESC
                     compute SP-REORDER =
                       function numval(ws-ask-reorder)
                     move ws-ask-supplier to SP-SUPPLIER
                     rewrite SPARE-PART-RECORD
                       invalid key
                         display "  unable to update " ws-ask-part
                     end-rewrite
                     display "  part " ws-ask-part " updated."
                 end-read
                 close part-file
               end-if
             end-if
           end-if
           .

       receive-stock.
           display "  part number received: " with no advancing
           accept ws-ask-part
           move function upper-case(ws-ask-part) to ws-ask-part
           display "  quantity received ...: " with no advancing
           accept ws-ask-qty
           display "  delivery note / ref .: " with no advancing
           accept ws-ask-note
           if function test-numval(ws-ask-qty) not = 0
             display "  not saved: quantity must be numeric."
           else
             compute ws-qty = function numval(ws-ask-qty)
             if ws-qty <= zero
               display "  not saved: a receipt must be more "
                       "than zero."
             else
               move "RECEIVE" to ws-move-type
               perform book-movement
             end-if
           end-if
           .

       adjust-stock.
           display "  part number to adjust: " with no advancing
           accept ws-ask-part
           move function upper-case(ws-ask-part) to ws-ask-part
           display "  adjustment (+n / -n) : " with no advancing
           accept ws-ask-qty
           display "  reason ..............: " with no advancing
           accept ws-ask-note
           if function test-numval(ws-ask-qty) not = 0 or
                ws-ask-note is equal to spaces
             display "  not saved: the adjustment must be a "
                     "signed number and a reason is required."
           else
             compute ws-qty = function numval(ws-ask-qty)
             if ws-qty is equal to zero
               display "  nothing to adjust."
             else
               move "ADJUST" to ws-move-type
               perform book-movement
             end-if
           end-if
           .

      *> Applies ws-qty to the part's on-hand count and, when the
      *> rewrite lands, writes the movement line.
       book-movement.
           perform open-part-io
           if ws-part-status is equal to "00"
             move ws-ask-part to SP-PART
             read part-file
               key is SP-PART
               invalid key
                 display "  " ws-ask-part " is not on file; "
                         "add it with N)EW PART first."
               not invalid key
                 compute ws-new-on-hand = SP-ON-HAND + ws-qty
                 if ws-new-on-hand < zero
                   move SP-ON-HAND to edited-on-hand
                   display "  not saved: only " edited-on-hand
                           " on hand."
                 else
                   move function current-date to ws-timestamp
                   move ws-new-on-hand to SP-ON-HAND
                   move ws-timestamp(1:8) to SP-LAST-MOVE
                   rewrite SPARE-PART-RECORD
                     invalid key
                       display "  unable to update " ws-ask-part
                     not invalid key
                       perform write-movement
                       move SP-ON-HAND to edited-on-hand
                       display "  " ws-ask-part " now "
                               edited-on-hand " on hand."
                   end-rewrite
                 end-if
             end-read
             close part-file
           end-if
           .

       write-movement.
           perform pick-up-operator
           move ws-qty to edited-qty
           move spaces to ws-move-line
           string ws-timestamp(1:14) delimited by size
                  ","                delimited by size
                  ws-move-type       delimited by space
                  ","                delimited by size
                  ws-ask-part        delimited by space
                  ","                delimited by size
                  function trim(edited-qty) delimited by size
                  ",,,,"             delimited by size
                  ws-operator        delimited by space
                  ","                delimited by size
                  ws-ask-note        delimited by size
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

      *> Who is on shift, from ONSHIFT.DAT; prompted for when
      *> nobody has signed on.
       pick-up-operator.
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
             if ws-operator is equal to spaces
               display "  operator id: " with no advancing
               accept ws-operator
               move function upper-case(ws-operator) to ws-operator
             end-if
           end-if
           .

       put-report-line.
           move ws-rpt-line to spares-report-record
           write spares-report-record
           display ws-rpt-line
           .

       open-report.
           open extend spares-report-file
           if ws-rpt-status is not equal to "00" and
                ws-rpt-status is not equal to "05"
             close spares-report-file
             open output spares-report-file
           end-if
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-today
           .

      *> ------ O: parts at or below their reorder point ------

       reorder-report.
           open input part-file
           if ws-part-status is not equal to "00"
             display "  no spare parts on file yet."
           else
             perform open-report
             move spaces to ws-rpt-line
             string ws-timestamp delimited by size
                    " SPARE-PART REORDER REPORT" delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             move zero to ws-list-count
             move low-values to SP-PART
             move "N" to ws-scan-done
             start part-file key is greater than SP-PART
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read part-file next
                 at end set scan-is-done to true
                 not at end
                   if SP-ON-HAND <= SP-REORDER
                     perform put-one-reorder
                   end-if
               end-read
             end-perform
             close part-file
             move ws-list-count to edited-count
             move spaces to ws-rpt-line
             string "  PARTS TO REORDER=" delimited by size
                    edited-count          delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
             close spares-report-file
           end-if
           .

       put-one-reorder.
           add 1 to ws-list-count
           compute ws-shortfall = SP-REORDER - SP-ON-HAND
           move SP-ON-HAND   to edited-on-hand
           move SP-REORDER   to edited-reorder
           move ws-shortfall to edited-total
           move spaces to ws-rpt-line
           string "  "         delimited by size
                  SP-PART      delimited by size
                  " "          delimited by size
                  SP-DESC      delimited by size
                  " ON HAND="  delimited by size
                  edited-on-hand delimited by size
                  " REORDER AT=" delimited by size
                  edited-reorder delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move spaces to ws-rpt-line
           string "      SHORT BY " delimited by size
                  edited-total     delimited by size
                  "  SUPPLIER: "   delimited by size
                  SP-SUPPLIER      delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           .

      *> ------ U: 12 months of issues per part and device ------

       usage-report.
           perform open-report
      *>   the 12 months to date, oldest first
           move ws-today(1:6) to ws-month-num
           perform varying um-idx from 12 by -1 until um-idx < 1
             move ws-month-num to um-month(um-idx)
             compute ws-year-num = ws-month-num / 100
             compute ws-mm-num = function mod(ws-month-num, 100)
             if ws-mm-num is equal to 1
               compute ws-month-num = (ws-year-num - 1) * 100 + 12
             else
               subtract 1 from ws-month-num
             end-if
           end-perform

           move zero to pu-count pd-count
           open input moves-file
           if ws-move-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read moves-file
                 at end set scan-is-done to true
                 not at end perform tally-one-movement
               end-read
             end-perform
             close moves-file
           end-if

           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " SPARE-PART USAGE " delimited by size
                  um-month(1)  delimited by size
                  " TO "       delimited by size
                  um-month(12) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if pu-count is equal to zero
             move "  NO PARTS ISSUED IN THE LAST 12 MONTHS"
               to ws-rpt-line
             perform put-report-line
           else
             perform varying pu-idx from 1 by 1
                     until pu-idx > pu-count
               perform put-one-usage
             end-perform
           end-if
           close spares-report-file
           .

      *> One ISSUE line inside the 12 months: its quantity to the
      *> part's month, and to the part's pin/label pair.
       tally-one-movement.
           move spaces to mv-stamp-x mv-type-x mv-part-x mv-qty-x
                          mv-order-x mv-pin-x mv-label-x mv-rest-x
           unstring moves-record delimited by ","
             into mv-stamp-x mv-type-x mv-part-x mv-qty-x
                  mv-order-x mv-pin-x mv-label-x mv-rest-x
           end-unstring
           if mv-type-x is equal to "ISSUE" and
                mv-part-x is not equal to spaces and
                function test-numval(mv-qty-x) = 0 and
                mv-stamp-x(1:6) >= um-month(1) and
                mv-stamp-x(1:6) <= um-month(12)
             compute ws-mv-qty = function abs(function numval(mv-qty-x))
             perform varying pu-idx from 1 by 1
                     until pu-idx > pu-count
                        or pu-part(pu-idx) = mv-part-x
               continue
             end-perform
             if pu-idx > pu-count and pu-count < 60
               add 1 to pu-count
               move pu-count to pu-idx
               move mv-part-x to pu-part(pu-idx)
               move zero to pu-total(pu-idx)
               perform varying um-idx from 1 by 1 until um-idx > 12
                 move zero to pu-qty(pu-idx, um-idx)
               end-perform
             end-if
             if pu-idx <= pu-count
               perform varying um-idx from 1 by 1
                       until um-idx > 12
                          or um-month(um-idx) = mv-stamp-x(1:6)
                 continue
               end-perform
               if um-idx <= 12
                 add ws-mv-qty to pu-qty(pu-idx, um-idx)
               end-if
               add ws-mv-qty to pu-total(pu-idx)
             end-if
             perform varying pd-idx from 1 by 1
                     until pd-idx > pd-count
                        or (pd-part(pd-idx) = mv-part-x and
                            pd-pin(pd-idx) = mv-pin-x and
                            pd-label(pd-idx) = mv-label-x)
               continue
             end-perform
             if pd-idx > pd-count and pd-count < 100
               add 1 to pd-count
               move pd-count to pd-idx
               move mv-part-x  to pd-part(pd-idx)
               move mv-pin-x   to pd-pin(pd-idx)
               move mv-label-x to pd-label(pd-idx)
               move zero   to pd-qty(pd-idx) pd-orders(pd-idx)
               move spaces to pd-last-order(pd-idx)
             end-if
             if pd-idx <= pd-count
               add ws-mv-qty to pd-qty(pd-idx)
               if mv-order-x is not equal to pd-last-order(pd-idx)
                 add 1 to pd-orders(pd-idx)
                 move mv-order-x to pd-last-order(pd-idx)
               end-if
             end-if
           end-if
           .

      *> A part's total, the months it was issued in, and what it
      *> was fitted against.
       put-one-usage.
           move pu-total(pu-idx) to edited-total
           move spaces to ws-rpt-line
           string "  "             delimited by size
                  pu-part(pu-idx)  delimited by size
                  " ISSUED="       delimited by size
                  edited-total     delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           move spaces to ws-month-text
           move 1 to ws-month-pos
           perform varying um-idx from 1 by 1 until um-idx > 12
             if pu-qty(pu-idx, um-idx) is not equal to zero
               if ws-month-pos > 70
                 move spaces to ws-rpt-line
                 string "    MONTHS:" delimited by size
                        ws-month-text delimited by size
                        into ws-rpt-line
                 end-string
                 perform put-report-line
                 move spaces to ws-month-text
                 move 1 to ws-month-pos
               end-if
               move pu-qty(pu-idx, um-idx) to edited-month-qty
               string " "              delimited by size
                      um-month(um-idx) delimited by size
                      "="              delimited by size
                      function trim(edited-month-qty)
                                       delimited by size
                      into ws-month-text
                      with pointer ws-month-pos
               end-string
             end-if
           end-perform
           if ws-month-text is not equal to spaces
             move spaces to ws-rpt-line
             string "    MONTHS:" delimited by size
                    ws-month-text delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-if
           perform varying pd-idx from 1 by 1 until pd-idx > pd-count
             if pd-part(pd-idx) is equal to pu-part(pu-idx)
               move pd-qty(pd-idx)    to edited-total
               move pd-orders(pd-idx) to edited-count
               move spaces to ws-rpt-line
               if pd-label(pd-idx) is equal to spaces
                 string "    FITTED ON PIN " delimited by size
                        pd-pin(pd-idx)       delimited by size
                        ": "                 delimited by size
                        function trim(edited-total)
                                             delimited by size
                        " ON "               delimited by size
                        function trim(edited-count)
                                             delimited by size
                        " ORDER(S)"          delimited by size
                        into ws-rpt-line
                 end-string
               else
                 string "    FITTED ON PIN " delimited by size
                        pd-pin(pd-idx)       delimited by size
                        " "                  delimited by size
                        pd-label(pd-idx)     delimited by space
                        ": "                 delimited by size
                        function trim(edited-total)
                                             delimited by size
                        " ON "               delimited by size
                        function trim(edited-count)
                                             delimited by size
                        " ORDER(S)"          delimited by size
                        into ws-rpt-line
                 end-string
               end-if
               perform put-report-line
             end-if
           end-perform
           .
       end program spares.
