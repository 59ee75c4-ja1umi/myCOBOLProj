      *> Author: JA1UMI
      *> Date started: August 9, 2026
      *> Date updated: October 15, 2026
      *>
      *> Daily Ops Summary report.
      *>
      *> events stamped before anyone signed on (or from before the
      *> field existed) count under (NONE).
      *>
      *> tmp102's SENSOR-FAULT records (source TMP102, type FAULT)
      *> carry a label and an error, not a reading: they are kept
      *> out of the temperature statistics and counted as sensor
      *> faults on their own line.
      *>
      *> Every event is also classed by the event-type catalogue
      *> EVENT_TYPES.DAT (see the evtcat program) as INFO, WARN,
      *> ALARM or AUDIT, and the summary ends with the events
      *> grouped by class, each source / event-type pair under its
      *> class with its count. A pair not in the catalogue is
      *> grouped under UNCATALOGUED rather than dropped, so a new
      *> event type is visible the day it first appears and lands
      *> in its proper class once it is registered.
      *>
      *> How to build this program:
      *>   cobc -x opsummary.cob -I ../copybooks
      *>
           select report-file assign to "opsummary.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select catalogue-file assign to "event_types.dat"
               organization is indexed
               access mode is dynamic
               record key is ET-KEY
               file status is ws-cat-status.

       data division.
       file section.
           copy sensorevt.
       fd  report-file.
       01  report-record         pic x(60).
       fd  catalogue-file.
           copy evttype.

       working-storage section.

       01 ws-flip-count     pic 9(6)  value zero.
       01 ws-temp-count     pic 9(6)  value zero.
       01 ws-composite-count pic 9(6) value zero.
       01 ws-fault-count    pic 9(6)  value zero.
       01 ws-other-count    pic 9(6)  value zero.
       01 ws-temp-value     pic S999V999.
       01 ws-temp-low       pic S999V999 value 999.999.
       01 edited-readsw-count pic ZZZZZ9.
       01 edited-flip-count   pic ZZZZZ9.
       01 edited-temp-count   pic ZZZZZ9.
       01 edited-fault-count  pic ZZZZZ9.
       01 edited-temp-low     pic -ZZZ9.999.
       01 edited-temp-high    pic -ZZZ9.999.
       01 edited-temp-avg     pic -ZZZ9.999.
       01 ws-op-work         pic x(8).
       01 edited-op-count    pic ZZZZZ9.

      *> severity breakdown: the catalogue in memory, exact pairs
      *> and "*" families with the length of a family's stem, and
      *> every pair seen on the log under the class it falls in.
       01 ws-cat-status      pic xx.
       01 ws-scan-done       pic x.
         88 scan-is-done              value "Y".
       01 catalogue-table.
         05 catalogue-entry occurs 150 times.
           10 ec-source       pic x(10).
           10 ec-type         pic x(10).
           10 ec-severity     pic x(5).
           10 ec-stem-len     pic 99.
       01 ec-count           pic 9(3)  value zero.
       01 ec-idx             pic 9(3).
       01 ec-hit             pic 9(3).
       01 ws-stem-len        pic 99.
       01 ws-severity        pic x(12).
       01 ws-class-type      pic x(10).
       01 class-table.
         05 class-entry occurs 5 times.
           10 cl-name         pic x(12).
           10 cl-count        pic 9(6).
       01 cl-idx             pic 9.
       01 seen-table.
         05 seen-entry occurs 60 times.
           10 sv-source       pic x(10).
           10 sv-type         pic x(10).
           10 sv-severity     pic x(12).
           10 sv-count        pic 9(6).
       01 sv-total           pic 9(2)  value zero.
       01 sv-idx             pic 9(2).
       01 sv-slot            pic 9(2).
       01 edited-sv-count    pic ZZZZZ9.

       procedure division.
      *> Open the shared log for input and the report file for
      *> append, same EXTEND-with-OUTPUT-fallback pattern used by
         open output report-file
       end-if

       perform load-event-catalogue
       move "INFO"         to cl-name(1)
       move "WARN"         to cl-name(2)
       move "ALARM"        to cl-name(3)
       move "AUDIT"        to cl-name(4)
       move "UNCATALOGUED" to cl-name(5)
       perform varying cl-idx from 1 by 1 until cl-idx > 5
         move zero to cl-count(cl-idx)
       end-perform

       perform until sevt-is-done
         read sensor-event-file
           at end set sevt-is-done to true
           not at end
             perform count-by-operator
             perform count-by-severity
             evaluate SE-SOURCE
               when "BLINKLED"
                 add 1 to ws-blink-count
                     move ws-temp-value to ws-temp-high
                   end-if
                 else
                   evaluate SE-EVENT-TYPE
                     when "FAULT"
                       add 1 to ws-fault-count
                     when "COMPOSITE"
                       add 1 to ws-composite-count
                     when other
                       add 1 to ws-other-count
                   end-evaluate
                 end-if
               when other
                 add 1 to ws-other-count
       display "  readsw events ........... " edited-readsw-count
       display "  readsw switch flips ..... " edited-flip-count
       display "  tmp102 samples .......... " edited-temp-count
       move ws-fault-count  to edited-fault-count
       display "  tmp102 sensor faults .... " edited-fault-count
       display "  events by operator:"
       perform varying op-idx from 1 by 1 until op-idx > op-total
         move op-count(op-idx) to edited-op-count
         display "    " op-id(op-idx) " ............. "
                 edited-op-count
       end-perform
       display "  events by class:"
       if ec-count is equal to zero
         display "    (no event_types.dat - every type is "
                 "uncatalogued; evtcat S loads the standard ones)"
       end-if
       perform varying cl-idx from 1 by 1 until cl-idx > 5
         if cl-count(cl-idx) > zero
           move cl-count(cl-idx) to edited-sv-count
           display "    " cl-name(cl-idx) " ........... "
                   edited-sv-count
           perform varying sv-idx from 1 by 1 until sv-idx > sv-total
             if sv-severity(sv-idx) is equal to cl-name(cl-idx)
               move sv-count(sv-idx) to edited-sv-count
               display "      " sv-source(sv-idx) " "
                       sv-type(sv-idx) " " edited-sv-count
             end-if
           end-perform
         end-if
       end-perform

       move function current-date to ws-timestamp
       string ws-timestamp        delimited by size
       move ws-rpt-line to report-record
       write report-record

       move function current-date to ws-timestamp
       move spaces to ws-rpt-line
       string ws-timestamp        delimited by size
              " SENSOR-FAULTS="   delimited by size
              edited-fault-count  delimited by size
              into ws-rpt-line
       end-string
       move ws-rpt-line to report-record
       write report-record

       if ws-temp-count is greater than zero
         move ws-temp-low  to edited-temp-low
         move ws-temp-high to edited-temp-high
         write report-record
       end-perform

      *> and one line per class.
       perform varying cl-idx from 1 by 1 until cl-idx > 5
         move cl-count(cl-idx) to edited-sv-count
         move function current-date to ws-timestamp
         move spaces to ws-rpt-line
         string ws-timestamp     delimited by size
                " CLASS="        delimited by size
                cl-name(cl-idx)  delimited by space
                " EVENTS="       delimited by size
                edited-sv-count  delimited by size
                into ws-rpt-line
         end-string
         move ws-rpt-line to report-record
         write report-record
       end-perform

       close report-file

       goback.
             add 1 to op-count(op-slot)
           end-if
           .

      *> Tallies the record just read under its catalogue class,
      *> and under its source / catalogued type within the class
      *> (TEMP-1 to TEMP-4 all count under TEMP-* when that family
      *> is registered).
       count-by-severity.
           perform classify-event
           perform varying cl-idx from 1 by 1 until cl-idx > 5
             if cl-name(cl-idx) is equal to ws-severity
               add 1 to cl-count(cl-idx)
             end-if
           end-perform
           move zero to sv-slot
           perform varying sv-idx from 1 by 1 until sv-idx > sv-total
             if sv-source(sv-idx) is equal to SE-SOURCE and
                  sv-type(sv-idx) is equal to ws-class-type
               move sv-idx to sv-slot
             end-if
           end-perform
           if sv-slot is equal to zero and sv-total < 60
             add 1 to sv-total
             move sv-total to sv-slot
             move SE-SOURCE     to sv-source(sv-slot)
             move ws-class-type to sv-type(sv-slot)
             move ws-severity   to sv-severity(sv-slot)
             move zero          to sv-count(sv-slot)
           end-if
           if sv-slot is not equal to zero
             add 1 to sv-count(sv-slot)
           end-if
           .

      *> ------ event classification ------
      *> The catalogue read into memory once; classify-event then
      *> looks up the record in the sensor-event buffer - its exact
      *> pair first, then any "*" family of its source - and leaves
      *> the class in ws-severity (UNCATALOGUED when neither is on
      *> file) and the catalogued type in ws-class-type.
       load-event-catalogue.
           move zero to ec-count
           open input catalogue-file
           if ws-cat-status is equal to "00"
             move low-values to ET-KEY
             move "N" to ws-scan-done
             start catalogue-file key is greater than ET-KEY
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read catalogue-file next
                 at end set scan-is-done to true
                 not at end
                   if ec-count < 150
                     add 1 to ec-count
                     move ET-SOURCE   to ec-source(ec-count)
                     move ET-TYPE     to ec-type(ec-count)
                     move ET-SEVERITY to ec-severity(ec-count)
                     move zero to ws-stem-len
                     inspect ET-TYPE tallying ws-stem-len
                       for characters before initial "*"
                     if ws-stem-len < 10 and ws-stem-len > zero
                       move ws-stem-len to ec-stem-len(ec-count)
                     else
                       move zero to ec-stem-len(ec-count)
                     end-if
                   end-if
               end-read
             end-perform
             close catalogue-file
           end-if
           .

       classify-event.
           move "UNCATALOGUED" to ws-severity
           move SE-EVENT-TYPE  to ws-class-type
           move zero to ec-hit
           perform varying ec-idx from 1 by 1
                   until ec-idx > ec-count or ec-hit > zero
             if ec-source(ec-idx) is equal to SE-SOURCE and
                  ec-stem-len(ec-idx) is equal to zero and
                  ec-type(ec-idx) is equal to SE-EVENT-TYPE
               move ec-idx to ec-hit
             end-if
           end-perform
           perform varying ec-idx from 1 by 1
                   until ec-idx > ec-count or ec-hit > zero
             if ec-source(ec-idx) is equal to SE-SOURCE and
                  ec-stem-len(ec-idx) > zero
               if SE-EVENT-TYPE(1:ec-stem-len(ec-idx)) is equal to
                    ec-type(ec-idx)(1:ec-stem-len(ec-idx))
                 move ec-idx to ec-hit
               end-if
             end-if
           end-perform
           if ec-hit > zero
             move ec-severity(ec-hit) to ws-severity
             move ec-type(ec-hit)     to ws-class-type
           end-if
           .
       end program opsummary.
