      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Cold-store lot register maintenance.
      *>
      *> When a rack went out of band, the first question from QA
      *> was always "which lots were in it?", and the answer lived
      *> on paper goods-in notes. This program keeps the lot
      *> register COLDLOT.DAT (layout in coldlot.cpy: lot, product,
      *> rack label, temperature class, date in, date out) that the
      *> lotimpact report charges excursions against, and the
      *> per-product exposure limits that decide when a lot goes on
      *> HOLD FOR QA. The menu:
      *>
      *>   L - list every lot on the register, with its cumulative
      *>       minutes out of band and hold flag
      *>   E - enter a new lot, or correct an existing lot's
      *>       product, rack, class or date in
      *>   O - book a lot out of the store (date out)
      *>   P - list and set the per-product cumulative exposure
      *>       limits in PRODUCT_LIMIT.DAT (one line per product,
      *>       comma-separated: product,limit-minutes)
      *>   R - release a lot from QA hold once QA has passed it;
      *>       its exposure so far stays on the record
      *>   Q - quit
      *>
      *> The rack is the label tmp102 logs under (RACK-A and so
      *> on), so the lotimpact report can find a lot's rack on
      *> TMP102.LOG without a second mapping to keep in step.
      *>
      *> How to build this program:
      *>   cobc -x lotreg.cob -I ../copybooks
      *>
       identification division.
       program-id. lotreg.

       environment division.
       input-output section.
       file-control.
           select lot-file assign to "coldlot.dat"
               organization is indexed
               access mode is dynamic
               record key is LT-LOT
               file status is ws-lot-status.
           select limit-file assign to "product_limit.dat"
               organization is line sequential
               file status is ws-lim-status.

       data division.
       file section.
       fd  lot-file.
           copy coldlot.
       fd  limit-file.
       01  limit-record        pic x(40).

       working-storage section.

      *> file-status housekeeping
       01 ws-lot-status     pic xx.
       01 ws-lim-status     pic xx.

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 register-is-done          value "Y".
       01 ws-ask-lot        pic x(10).
       01 ws-ask-product    pic x(10).
       01 ws-ask-rack       pic x(8).
       01 ws-ask-class      pic x(8).
       01 ws-ask-date       pic x(8).
       01 ws-ask-limit      pic x(6).
       01 ws-list-count     pic 9(4).
       01 edited-count      pic ZZZ9.
       01 edited-mins       pic ZZZZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".

      *> product exposure limits, re-read from disk at each use;
      *> 20 products is more than this store has ever held.
       01 limit-table.
         05 limit-entry occurs 20 times.
           10 pl-product     pic x(10).
           10 pl-minutes     pic 9(6).
       01 pl-count          pic 99    value zero.
       01 pl-idx            pic 99.
       01 pl-slot           pic 99.
       01 ws-lim-done       pic x.
         88 limits-are-loaded         value "Y".
       01 pl-product-x      pic x(10).
       01 pl-minutes-x      pic x(6).
       01 ws-limit-value    pic 9(6).

       procedure division.
       perform until register-is-done
         display " "
         display "lotreg: L)IST  E)NTER  O)UT  P)RODUCT LIMITS  "
                 "R)ELEASE HOLD  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-lots
           when "E" perform enter-lot
           when "O" perform book-lot-out
           when "P" perform maintain-limits
           when "R" perform release-hold
           when "Q" set register-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       open-lot-io.
           open i-o lot-file
           if ws-lot-status is equal to "35"
             open output lot-file
             close lot-file
             open i-o lot-file
           end-if
           if ws-lot-status is not equal to "00"
             display "  unable to open coldlot.dat, status "
                     ws-lot-status
           end-if
           .

       list-lots.
           open input lot-file
           if ws-lot-status is not equal to "00"
             display "  no lot register on file yet."
           else
             move zero to ws-list-count
             move low-values to LT-LOT
             move "N" to ws-scan-done
             start lot-file key is greater than LT-LOT
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read lot-file next
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   move LT-EXPOSURE-MINS to edited-mins
                   display "  " LT-LOT " " LT-PRODUCT " "
                           LT-RACK " " LT-CLASS
                           " IN=" LT-DATE-IN
                           " OUT=" LT-DATE-OUT
                   if LT-HOLD is equal to "Y"
                     display "      EXPOSURE=" edited-mins
                             " MIN  HOLD FOR QA SINCE "
                             LT-HOLD-DATE
                   else
                     display "      EXPOSURE=" edited-mins " MIN"
                   end-if
               end-read
             end-perform
             close lot-file
             move ws-list-count to edited-count
             display "  LOTS ON FILE: " edited-count
           end-if
           .

       enter-lot.
           display "  lot number .........: " with no advancing
           accept ws-ask-lot
           move function upper-case(ws-ask-lot) to ws-ask-lot
           if ws-ask-lot is equal to spaces
             display "  no lot number given."
           else
             display "  product ............: " with no advancing
             accept ws-ask-product
             move function upper-case(ws-ask-product)
               to ws-ask-product
             display "  rack label .........: " with no advancing
             accept ws-ask-rack
             move function upper-case(ws-ask-rack) to ws-ask-rack
             display "  temperature class ..: " with no advancing
             accept ws-ask-class
             move function upper-case(ws-ask-class) to ws-ask-class
             display "  date in (YYYYMMDD) .: " with no advancing
             accept ws-ask-date
             if ws-ask-product is equal to spaces or
                  ws-ask-rack is equal to spaces or
                  ws-ask-date is not numeric
               display "  not saved: product and rack are required"
                       " and the date in must be YYYYMMDD."
             else
               perform open-lot-io
               if ws-lot-status is equal to "00"
                 move ws-ask-lot to LT-LOT
                 read lot-file
                   key is LT-LOT
                   invalid key
                     move spaces          to LOT-RECORD
                     move ws-ask-lot      to LT-LOT
                     move ws-ask-product  to LT-PRODUCT
                     move ws-ask-rack     to LT-RACK
                     move ws-ask-class    to LT-CLASS
                     move ws-ask-date     to LT-DATE-IN
                     move zero            to LT-EXPOSURE-MINS
                     move "N"             to LT-HOLD
                     write LOT-RECORD
                       invalid key
                         display "  unable to add " ws-ask-lot
                     end-write
                     display "  lot " ws-ask-lot " added."
                   not invalid key
                     move ws-ask-product  to LT-PRODUCT
                     move ws-ask-rack     to LT-RACK
                     move ws-ask-class    to LT-CLASS
                     move ws-ask-date     to LT-DATE-IN
                     rewrite LOT-RECORD
                       invalid key
                         display "  unable to update " ws-ask-lot
                     end-rewrite
                     display "  lot " ws-ask-lot " updated."
                 end-read
                 close lot-file
               end-if
             end-if
           end-if
           .

       book-lot-out.
           display "  lot number to book out: " with no advancing
           accept ws-ask-lot
           move function upper-case(ws-ask-lot) to ws-ask-lot
           perform open-lot-io
           if ws-lot-status is equal to "00"
             move ws-ask-lot to LT-LOT
             read lot-file
               key is LT-LOT
               invalid key
                 display "  " ws-ask-lot " is not on the register."
               not invalid key
                 display "  date out (YYYYMMDD): " with no advancing
                 accept ws-ask-date
                 if ws-ask-date is not numeric or
                      ws-ask-date < LT-DATE-IN
                   display "  not saved: date out must be YYYYMMDD"
                           " and not before the date in."
                 else
                   move ws-ask-date to LT-DATE-OUT
                   rewrite LOT-RECORD
                     invalid key
                       display "  unable to update " ws-ask-lot
                   end-rewrite
                   display "  lot " ws-ask-lot " booked out."
                   if LT-HOLD is equal to "Y"
                     display "  NOTE: this lot is still on HOLD "
                             "FOR QA."
                   end-if
                 end-if
             end-read
             close lot-file
           end-if
           .

       release-hold.
           display "  lot number to release: " with no advancing
           accept ws-ask-lot
           move function upper-case(ws-ask-lot) to ws-ask-lot
           perform open-lot-io
           if ws-lot-status is equal to "00"
             move ws-ask-lot to LT-LOT
             read lot-file
               key is LT-LOT
               invalid key
                 display "  " ws-ask-lot " is not on the register."
               not invalid key
                 if LT-HOLD is not equal to "Y"
                   display "  " ws-ask-lot " is not on hold."
                 else
                   move "N"    to LT-HOLD
                   move spaces to LT-HOLD-DATE
                   rewrite LOT-RECORD
                     invalid key
                       display "  unable to update " ws-ask-lot
                   end-rewrite
                   display "  lot " ws-ask-lot " released from "
                           "QA hold."
                 end-if
             end-read
             close lot-file
           end-if
           .

      *> ------ P: per-product cumulative exposure limits ------

       load-limit-table.
           move zero to pl-count
           move "N"  to ws-lim-done
           open input limit-file
           if ws-lim-status is not equal to "00"
             set limits-are-loaded to true
           end-if
           perform until limits-are-loaded or pl-count >= 20
             read limit-file
               at end set limits-are-loaded to true
               not at end
                 move spaces to pl-product-x pl-minutes-x
                 unstring limit-record delimited by ","
                   into pl-product-x pl-minutes-x
                 end-unstring
                 if pl-product-x is not equal to spaces and
                      function test-numval(pl-minutes-x) = 0
                   add 1 to pl-count
                   move pl-product-x to pl-product(pl-count)
                   compute pl-minutes(pl-count) =
                     function numval(pl-minutes-x)
                 end-if
             end-read
           end-perform
           if ws-lim-status is equal to "00" or
                ws-lim-status is equal to "10"
             close limit-file
           end-if
           .

       maintain-limits.
           perform load-limit-table
           if pl-count is equal to zero
             display "  no product limits on file."
           else
             perform varying pl-idx from 1 by 1
                     until pl-idx > pl-count
               move pl-minutes(pl-idx) to edited-mins
               display "  " pl-product(pl-idx)
                       " LIMIT=" edited-mins " MIN"
             end-perform
           end-if
           display "  product (blank = done): " with no advancing
           accept ws-ask-product
           move function upper-case(ws-ask-product)
             to ws-ask-product
           if ws-ask-product is not equal to spaces
             display "  cumulative limit (minutes): "
                     with no advancing
             accept ws-ask-limit
             if function test-numval(ws-ask-limit) not = 0
               display "  not saved: limit must be numeric."
             else
               compute ws-limit-value = function numval(ws-ask-limit)
               move zero to pl-slot
               perform varying pl-idx from 1 by 1
                       until pl-idx > pl-count
                 if pl-product(pl-idx) is equal to ws-ask-product
                   move pl-idx to pl-slot
                 end-if
               end-perform
               if pl-slot is equal to zero
                 if pl-count >= 20
                   display "  limit table full, not saved."
                 else
                   add 1 to pl-count
                   move pl-count to pl-slot
                   move ws-ask-product to pl-product(pl-slot)
                 end-if
               end-if
               if pl-slot is not equal to zero
                 move ws-limit-value to pl-minutes(pl-slot)
                 perform save-limit-table
                 display "  limit for " ws-ask-product " saved."
               end-if
             end-if
           end-if
           .

       save-limit-table.
           open output limit-file
           if ws-lim-status is not equal to "00"
             display "lotreg: unable to write product_limit.dat, "
                     "status " ws-lim-status
           else
             perform varying pl-idx from 1 by 1
                     until pl-idx > pl-count
               move pl-minutes(pl-idx) to edited-mins
               move spaces to limit-record
               string function trim(pl-product(pl-idx))
                                      delimited by size
                      ","             delimited by size
                      function trim(edited-mins)
                                      delimited by size
                      into limit-record
               end-string
               write limit-record
             end-perform
             close limit-file
           end-if
           .
       end program lotreg.
