      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Event-type catalogue maintenance and shared-log validation.
      *>
      *> SE-EVENT-TYPE values are written by twenty-odd programs
      *> and every report used to carry its own idea of which ones
      *> mattered. This program keeps the one list of them in
      *> EVENT_TYPES.DAT (layout in evttype.cpy): each SE-SOURCE /
      *> SE-EVENT-TYPE pair a program writes, its severity class
      *> (INFO, WARN, ALARM or AUDIT) and a description. opsummary
      *> and handover group the log by these classes, so a new
      *> event type shows up in the right place everywhere as soon
      *> as it is registered here. The menu:
      *>
      *>   L - list the catalogue, grouped by class
      *>   E - enter a new pair or change an existing one's class
      *>       and description; a type ending in "*" covers a
      *>       numbered family (TEMP-* is TEMP-1, TEMP-2 ...)
      *>   D - delete a pair registered by mistake
      *>   S - add every event type the station's own programs
      *>       write, with their standard classes; pairs already
      *>       on file are left as they are, so a class changed
      *>       locally is not put back
      *>   V - validate a log against the catalogue (below)
      *>   Q - quit
      *>
      *> The validation run reads SENSOR_EVENTS.LOG - or any log
      *> in the shared layout, such as the SITE_EVENTS.LOG sitemerge
      *> builds or a dated archive - and reports every source /
      *> event-type pair that is not in the catalogue, with how
      *> many times and when it was first seen, followed by the
      *> count of events in each class. The report is shown and
      *> appended to EVTCAT.RPT.
      *>
      *> How to use this program:
      *>   evtcat                       the maintenance menu
      *>   evtcat VALIDATE [log-file]   the validation run alone,
      *>                                for a nightly script; the
      *>                                return code is 4 when an
      *>                                uncatalogued type was found
      *>
      *> How to build this program:
      *>   cobc -x evtcat.cob -I ../copybooks
      *>
       identification division.
       program-id. evtcat.

       environment division.
       input-output section.
       file-control.
           select catalogue-file assign to "event_types.dat"
               organization is indexed
               access mode is dynamic
               record key is ET-KEY
               file status is ws-cat-status.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select report-file assign to "evtcat.rpt"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  catalogue-file.
           copy evttype.
       fd  sensor-event-file.
           copy sensorevt.
       fd  report-file.
       01  report-record         pic x(100).

       working-storage section.

      *> file-status housekeeping
       01 ws-cat-status     pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-log-name       pic x(60).

      *> command line and console housekeeping
       01 ws-cmdline        pic x(80).
       01 ws-cmd-word       pic x(10).
       01 ws-cmd-file       pic x(60).
       01 ws-command        pic x.
       01 ws-done-flag      pic x     value "N".
         88 catalogue-is-done         value "Y".
       01 ws-ask-source     pic x(10).
       01 ws-ask-type       pic x(10).
       01 ws-ask-severity   pic x(5).
       01 ws-ask-desc       pic x(40).
       01 ws-ask-file       pic x(60).
       01 ws-list-count     pic 9(4).
       01 edited-count      pic ZZZ9.
       01 ws-scan-done      pic x.
         88 scan-is-done              value "Y".
       01 ws-class-idx      pic 9.

      *> the standard event types, added by S
       01 ws-std-source     pic x(10).
       01 ws-std-type       pic x(10).
       01 ws-std-severity   pic x(5).
       01 ws-std-desc       pic x(40).
       01 ws-std-added      pic 9(3).
       01 edited-added      pic ZZ9.

      *> the catalogue in memory, for classifying a log: exact
      *> pairs and "*" families, with the length of a family's
      *> stem.
       01 catalogue-table.
         05 catalogue-entry occurs 150 times.
           10 ec-source      pic x(10).
           10 ec-type        pic x(10).
           10 ec-severity    pic x(5).
           10 ec-stem-len    pic 99.
       01 ec-count          pic 9(3)  value zero.
       01 ec-idx            pic 9(3).
       01 ec-hit            pic 9(3).
       01 ws-stem-len       pic 99.
       01 ws-severity       pic x(12).
       01 ws-class-type     pic x(10).

      *> validation tallies: events per class, and every pair not
      *> in the catalogue with its count and first sighting.
       01 class-table.
         05 class-entry occurs 5 times.
           10 cl-name        pic x(12).
           10 cl-count       pic 9(7).
       01 unknown-table.
         05 unknown-entry occurs 50 times.
           10 un-source      pic x(10).
           10 un-type        pic x(10).
           10 un-count       pic 9(7).
           10 un-first       pic x(14).
       01 un-count-used     pic 99    value zero.
       01 un-idx            pic 99.
       01 un-slot           pic 99.
       01 ws-event-total    pic 9(7).
       01 ws-unknown-total  pic 9(7).
       01 edited-events     pic ZZZZZZ9.

      *> report housekeeping
       01 ws-timestamp      pic x(21).
       01 ws-rpt-line       pic x(100).

       procedure division.
       accept ws-cmdline from command-line
       move spaces to ws-cmd-word ws-cmd-file
       unstring ws-cmdline delimited by all space
         into ws-cmd-word ws-cmd-file
       end-unstring
       move function upper-case(ws-cmd-word) to ws-cmd-word

       if ws-cmd-word is equal to "VALIDATE"
         move ws-cmd-file to ws-ask-file
         perform validate-log
         if ws-unknown-total > zero
           move 4 to return-code
         else
           move zero to return-code
         end-if
         goback
       end-if

       perform until catalogue-is-done
         display " "
         display "evtcat: L)IST  E)NTER  D)ELETE  S)TANDARD TYPES  "
                 "V)ALIDATE LOG  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-catalogue
           when "E" perform enter-event-type
           when "D" perform delete-event-type
           when "S" perform add-standard-types
           when "V"
             display "  log to validate (blank = "
                     "sensor_events.log): " with no advancing
             accept ws-ask-file
             perform validate-log
           when "Q" set catalogue-is-done to true
           when other continue
         end-evaluate
       end-perform
       goback.

       open-catalogue-io.
           open i-o catalogue-file
           if ws-cat-status is equal to "35"
             open output catalogue-file
             close catalogue-file
             open i-o catalogue-file
           end-if
           if ws-cat-status is not equal to "00"
             display "  unable to open event_types.dat, status "
                     ws-cat-status
           end-if
           .

      *> ------ L: the catalogue, one class at a time ------

       list-catalogue.
           open input catalogue-file
           if ws-cat-status is not equal to "00"
             display "  no event-type catalogue on file yet - "
                     "S adds the standard types."
           else
             close catalogue-file
             perform set-class-names
             move zero to ws-list-count
             perform varying ws-class-idx from 1 by 1
                     until ws-class-idx > 4
               display "  " cl-name(ws-class-idx)
               perform list-one-class
             end-perform
             move ws-list-count to edited-count
             display "  EVENT TYPES ON FILE: " edited-count
           end-if
           .

       list-one-class.
           open input catalogue-file
           move low-values to ET-KEY
           move "N" to ws-scan-done
           start catalogue-file key is greater than ET-KEY
             invalid key set scan-is-done to true
           end-start
           perform until scan-is-done
             read catalogue-file next
               at end set scan-is-done to true
               not at end
                 if ET-SEVERITY is equal to cl-name(ws-class-idx)
                   add 1 to ws-list-count
                   display "    " ET-SOURCE " " ET-TYPE " "
                           ET-DESCRIPTION
                 end-if
             end-read
           end-perform
           close catalogue-file
           .

      *> ------ E: register or change a pair ------

       enter-event-type.
           display "  source (SE-SOURCE) ........: "
                   with no advancing
           accept ws-ask-source
           move function upper-case(ws-ask-source) to ws-ask-source
           display "  event type (TEMP-* = family): "
                   with no advancing
           accept ws-ask-type
           move function upper-case(ws-ask-type) to ws-ask-type
           display "  class (INFO/WARN/ALARM/AUDIT): "
                   with no advancing
           accept ws-ask-severity
           move function upper-case(ws-ask-severity)
             to ws-ask-severity
           display "  description ...............: "
                   with no advancing
           accept ws-ask-desc
           move function upper-case(ws-ask-desc) to ws-ask-desc
           if ws-ask-source is equal to spaces or
                ws-ask-type is equal to spaces or
                (ws-ask-severity is not equal to "INFO" and
                 ws-ask-severity is not equal to "WARN" and
                 ws-ask-severity is not equal to "ALARM" and
                 ws-ask-severity is not equal to "AUDIT")
             display "  not saved: a source and an event type are "
                     "required, and the class must be INFO, WARN,"
             display "  ALARM or AUDIT."
           else
             perform open-catalogue-io
             if ws-cat-status is equal to "00"
               move ws-ask-source to ET-SOURCE
               move ws-ask-type   to ET-TYPE
               read catalogue-file
                 key is ET-KEY
                 invalid key
                   move ws-ask-source   to ET-SOURCE
                   move ws-ask-type     to ET-TYPE
                   move ws-ask-severity to ET-SEVERITY
                   move ws-ask-desc     to ET-DESCRIPTION
                   write EVENT-TYPE-RECORD
                     invalid key
                       display "  unable to add "
                               function trim(ws-ask-source) " "
                               ws-ask-type
                     not invalid key
                       display "  " function trim(ws-ask-source) " "
                               function trim(ws-ask-type)
                               " added as " ws-ask-severity "."
                   end-write
                 not invalid key
                   move ws-ask-severity to ET-SEVERITY
                   if ws-ask-desc is not equal to spaces
                     move ws-ask-desc to ET-DESCRIPTION
                   end-if
                   rewrite EVENT-TYPE-RECORD
                     invalid key
                       display "  unable to update "
                               function trim(ws-ask-source) " "
                               ws-ask-type
                     not invalid key
                       display "  " function trim(ws-ask-source) " "
                               function trim(ws-ask-type) " now "
                               ws-ask-severity "."
                   end-rewrite
               end-read
               close catalogue-file
             end-if
           end-if
           .

      *> ------ D: remove a pair keyed by mistake ------

       delete-event-type.
           display "  source ....: " with no advancing
           accept ws-ask-source
           move function upper-case(ws-ask-source) to ws-ask-source
           display "  event type : " with no advancing
           accept ws-ask-type
           move function upper-case(ws-ask-type) to ws-ask-type
           perform open-catalogue-io
           if ws-cat-status is equal to "00"
             move ws-ask-source to ET-SOURCE
             move ws-ask-type   to ET-TYPE
             delete catalogue-file record
               invalid key
                 display "  " function trim(ws-ask-source) " "
                         function trim(ws-ask-type)
                         " is not in the catalogue."
               not invalid key
                 display "  " function trim(ws-ask-source) " "
                         function trim(ws-ask-type) " deleted."
             end-delete
             close catalogue-file
           end-if
           .

      *> ------ S: the event types this station's programs write ------
      *> Added only where the pair is not on file already.

       add-standard-types.
           perform open-catalogue-io
           if ws-cat-status is equal to "00"
             move zero to ws-std-added

             move "BLINKLED"   to ws-std-source
             move "BLINK"      to ws-std-type
             move "INFO"       to ws-std-severity
             move "LED BANK PATTERN WRITTEN" to ws-std-desc
             perform add-one-standard-type
             move "READSW"     to ws-std-source
             move "SW-XSITION" to ws-std-type
             move "INFO"       to ws-std-severity
             move "DOOR OR RACK SWITCH CHANGED STATE" to ws-std-desc
             perform add-one-standard-type
             move "READSW"     to ws-std-source
             move "HEARTBEAT"  to ws-std-type
             move "INFO"       to ws-std-severity
             move "READSW STILL POLLING" to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "TEMP-*"     to ws-std-type
             move "INFO"       to ws-std-severity
             move "TEMPERATURE READING, ONE PER SENSOR"
               to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "HEARTBEAT"  to ws-std-type
             move "INFO"       to ws-std-severity
             move "TMP102 STILL SAMPLING" to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "SCHED-BAND" to ws-std-type
             move "INFO"       to ws-std-severity
             move "SCHEDULED THRESHOLD BAND CHANGED" to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "FAULT"      to ws-std-type
             move "WARN"       to ws-std-severity
             move "SENSOR READ FAILURE" to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "COMPOSITE"  to ws-std-type
             move "ALARM"      to ws-std-severity
             move "COMPOSITE TEMPERATURE ALARM RAISED OR CLEARED"
               to ws-std-desc
             perform add-one-standard-type
             move "TMP102"     to ws-std-source
             move "SUPPRESSED" to ws-std-type
             move "WARN"       to ws-std-severity
             move "ALARM INSIDE A MAINTENANCE WINDOW" to ws-std-desc
             perform add-one-standard-type
             move "HUMID"      to ws-std-source
             move "HUMID-*"    to ws-std-type
             move "INFO"       to ws-std-severity
             move "HUMIDITY READING, ONE PER SENSOR" to ws-std-desc
             perform add-one-standard-type
             move "HUMID"      to ws-std-source
             move "HEARTBEAT"  to ws-std-type
             move "INFO"       to ws-std-severity
             move "HUMID STILL SAMPLING" to ws-std-desc
             perform add-one-standard-type
             move "HUMID"      to ws-std-source
             move "CONDENSE"   to ws-std-type
             move "WARN"       to ws-std-severity
             move "SURFACE NEAR DEW POINT, OR CLEAR" to ws-std-desc
             perform add-one-standard-type
             move "WATCHDOG"   to ws-std-source
             move "JOB-SILENT" to ws-std-type
             move "ALARM"      to ws-std-severity
             move "A SENSOR JOB STOPPED WRITING HEARTBEATS"
               to ws-std-desc
             perform add-one-standard-type
             move "TRENDWATCH" to ws-std-source
             move "EARLY-WARN" to ws-std-type
             move "WARN"       to ws-std-severity
             move "TEMPERATURE TRENDING TOWARDS A LIMIT"
               to ws-std-desc
             perform add-one-standard-type
             move "STUCKWATCH" to ws-std-source
             move "STUCK"      to ws-std-type
             move "WARN"       to ws-std-severity
             move "SENSOR READING NOT MOVING" to ws-std-desc
             perform add-one-standard-type
             move "POWERLOG"   to ws-std-source
             move "POWER-RSTD" to ws-std-type
             move "WARN"       to ws-std-severity
             move "POWER RESTORED AFTER AN OUTAGE" to ws-std-desc
             perform add-one-standard-type
             move "ESCALATE"   to ws-std-source
             move "ESCALATE"   to ws-std-type
             move "WARN"       to ws-std-severity
             move "UNACKED ALARM ESCALATED A STEP" to ws-std-desc
             perform add-one-standard-type
             move "LOTIMPACT"  to ws-std-source
             move "QA-HOLD"    to ws-std-type
             move "WARN"       to ws-std-severity
             move "LOT PUT ON QA HOLD AFTER AN EXCURSION"
               to ws-std-desc
             perform add-one-standard-type
             move "DAYCLOSE"   to ws-std-source
             move "SEAL-BREAK" to ws-std-type
             move "ALARM"      to ws-std-severity
             move "SEALED ARCHIVE ALTERED OR MISSING" to ws-std-desc
             perform add-one-standard-type
             move "DAYCLOSE"   to ws-std-source
             move "DAY-SEAL"   to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "SUPERVISOR SEALED A DAY" to ws-std-desc
             perform add-one-standard-type
             move "SIGNON"     to ws-std-source
             move "SIGN-ON"    to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "OPERATOR SIGNED ON" to ws-std-desc
             perform add-one-standard-type
             move "CMDPOLL"    to ws-std-source
             move "REMOTE-CMD" to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "DASHBOARD COMMAND CARRIED OUT" to ws-std-desc
             perform add-one-standard-type
             move "CMDPOLL"    to ws-std-source
             move "CMD-REFUSE" to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "DASHBOARD COMMAND REFUSED" to ws-std-desc
             perform add-one-standard-type
             move "MAINTWIN"   to ws-std-source
             move "WIN-OPEN"   to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "MAINTENANCE WINDOW ENTERED" to ws-std-desc
             perform add-one-standard-type
             move "MAINTWIN"   to ws-std-source
             move "WIN-CANCEL" to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "MAINTENANCE WINDOW CANCELLED" to ws-std-desc
             perform add-one-standard-type
             move "MAINTWIN"   to ws-std-source
             move "WIN-END"    to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "MAINTENANCE WINDOW ENDED EARLY" to ws-std-desc
             perform add-one-standard-type
             move "STNBACKUP"  to ws-std-source
             move "BACKUP-OK"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "STATION BACKUP SET WRITTEN AND CHECKED"
               to ws-std-desc
             perform add-one-standard-type
             move "STNBACKUP"  to ws-std-source
             move "BACKUP-BAD" to ws-std-type
             move "WARN"       to ws-std-severity
             move "STATION BACKUP SET DID NOT CHECK OUT"
               to ws-std-desc
             perform add-one-standard-type
             move "STNRESTORE" to ws-std-source
             move "RESTORE-OK" to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "STATION FILES RESTORED FROM A BACKUP SET"
               to ws-std-desc
             perform add-one-standard-type
             move "STNRESTORE" to ws-std-source
             move "INCOMPLETE" to ws-std-type
             move "WARN"       to ws-std-severity
             move "RESTORE LEFT FILES MISSING" to ws-std-desc
             perform add-one-standard-type
             move "CFGPUSH"    to ws-std-source
             move "CFG-APPLY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "HEAD-OFFICE CONFIG PACKAGE APPLIED" to ws-std-desc
             perform add-one-standard-type
             move "CFGPUSH"    to ws-std-source
             move "CFG-REFUSE" to ws-std-type
             move "WARN"       to ws-std-severity
             move "HEAD-OFFICE CONFIG PACKAGE REFUSED" to ws-std-desc
             perform add-one-standard-type
             move "CFGPUSH"    to ws-std-source
             move "CFG-ROLLBK" to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "HEAD-OFFICE CONFIG PACKAGE ROLLED BACK"
               to ws-std-desc
             perform add-one-standard-type
             move "CARDWATCH"  to ws-std-source
             move "FAST-GROW"  to ws-std-type
             move "WARN"       to ws-std-severity
             move "FILE GROWING UNUSUALLY FAST ON THE CARD"
               to ws-std-desc
             perform add-one-standard-type
             move "CARDWATCH"  to ws-std-source
             move "FILL-SOON"  to ws-std-type
             move "WARN"       to ws-std-severity
             move "SD CARD PROJECTED FULL WITHIN WARN DAYS"
               to ws-std-desc
             perform add-one-standard-type
             move "ROSTER"     to ws-std-source
             move "SHIFT-SET"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "ROSTERED SHIFT ENTERED OR CHANGED" to ws-std-desc
             perform add-one-standard-type
             move "ROSTER"     to ws-std-source
             move "SHIFT-DEL"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "ROSTERED SHIFT DELETED" to ws-std-desc
             perform add-one-standard-type
             move "DRILL"      to ws-std-source
             move "SANDBOX"    to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "ALARM DRILL OPENED IN THE SANDBOX" to ws-std-desc
             perform add-one-standard-type
             move "CALMAINT"   to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "CALIBRATION ENTRY REFUSED FOR ROLE" to ws-std-desc
             perform add-one-standard-type
             move "WORKORDER"  to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "WORK-ORDER CLOSE REFUSED FOR ROLE" to ws-std-desc
             perform add-one-standard-type
             move "OPMASTER"   to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "OPERATOR-MASTER CHANGE REFUSED FOR ROLE"
               to ws-std-desc
             perform add-one-standard-type
             move "GDPHRASE"   to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "PHRASE-POOL EDIT REFUSED FOR ROLE" to ws-std-desc
             perform add-one-standard-type
             move "GDREVIEW"   to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "DECISION OUTCOME REFUSED FOR ROLE" to ws-std-desc
             perform add-one-standard-type
             move "DAYCLOSE"   to ws-std-source
             move "AUTH-DENY"  to ws-std-type
             move "AUDIT"      to ws-std-severity
             move "DAY SEAL REFUSED FOR ROLE" to ws-std-desc
             perform add-one-standard-type

             close catalogue-file
             move ws-std-added to edited-added
             display "  " edited-added " standard event type(s) "
                     "added."
           end-if
           .

       add-one-standard-type.
           move ws-std-source to ET-SOURCE
           move ws-std-type   to ET-TYPE
           read catalogue-file
             key is ET-KEY
             invalid key
               move ws-std-source   to ET-SOURCE
               move ws-std-type     to ET-TYPE
               move ws-std-severity to ET-SEVERITY
               move ws-std-desc     to ET-DESCRIPTION
               write EVENT-TYPE-RECORD
                 invalid key continue
                 not invalid key add 1 to ws-std-added
               end-write
           end-read
           .

      *> ------ V: a log checked against the catalogue ------

       validate-log.
           if ws-ask-file is equal to spaces
             move "sensor_events.log" to ws-log-name
           else
             move ws-ask-file to ws-log-name
           end-if
           perform load-event-catalogue
           perform set-class-names
           move zero to un-count-used ws-event-total ws-unknown-total
           open input sensor-event-file
           if ws-sevt-status is not equal to "00"
             display "  no " function trim(ws-log-name)
                     " to validate."
           else
             move "N" to ws-scan-done
             perform until scan-is-done
               read sensor-event-file
                 at end set scan-is-done to true
                 not at end perform tally-one-event
               end-read
             end-perform
             close sensor-event-file
             perform put-validation-report
           end-if
           .

       tally-one-event.
           add 1 to ws-event-total
           perform classify-event
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > 5
             if cl-name(ws-class-idx) is equal to ws-severity
               add 1 to cl-count(ws-class-idx)
             end-if
           end-perform
           if ws-severity is equal to "UNCATALOGUED"
             add 1 to ws-unknown-total
             move zero to un-slot
             perform varying un-idx from 1 by 1
                     until un-idx > un-count-used
               if un-source(un-idx) is equal to SE-SOURCE and
                    un-type(un-idx) is equal to SE-EVENT-TYPE
                 move un-idx to un-slot
               end-if
             end-perform
             if un-slot is equal to zero and un-count-used < 50
               add 1 to un-count-used
               move un-count-used to un-slot
               move SE-SOURCE     to un-source(un-slot)
               move SE-EVENT-TYPE to un-type(un-slot)
               move zero          to un-count(un-slot)
               move SE-TIMESTAMP(1:14) to un-first(un-slot)
             end-if
             if un-slot is not equal to zero
               add 1 to un-count(un-slot)
             end-if
           end-if
           .

       put-validation-report.
           open extend report-file
           if ws-rpt-status is not equal to "00" and
                ws-rpt-status is not equal to "05"
             close report-file
             open output report-file
           end-if
           move function current-date to ws-timestamp
           move spaces to ws-rpt-line
           string ws-timestamp             delimited by size
                  " EVENT-TYPE VALIDATION OF " delimited by size
                  function trim(ws-log-name) delimited by size
                  into ws-rpt-line
           end-string
           perform put-report-line
           if ec-count is equal to zero
             move "  NO EVENT-TYPE CATALOGUE ON FILE" to ws-rpt-line
             perform put-report-line
           end-if
           perform varying un-idx from 1 by 1
                   until un-idx > un-count-used
             move un-count(un-idx) to edited-events
             move spaces to ws-rpt-line
             string "  NOT IN CATALOGUE: " delimited by size
                    un-source(un-idx)      delimited by size
                    " "                    delimited by size
                    un-type(un-idx)        delimited by size
                    " EVENTS="             delimited by size
                    edited-events          delimited by size
                    " FIRST "              delimited by size
                    un-first(un-idx)       delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-perform
           if un-count-used is equal to 50
             move "  (ONLY THE FIRST 50 UNCATALOGUED PAIRS LISTED)"
               to ws-rpt-line
             perform put-report-line
           end-if
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > 5
             move cl-count(ws-class-idx) to edited-events
             move spaces to ws-rpt-line
             string "  CLASS "              delimited by size
                    cl-name(ws-class-idx)   delimited by size
                    " EVENTS="              delimited by size
                    edited-events           delimited by size
                    into ws-rpt-line
             end-string
             perform put-report-line
           end-perform
           move ws-event-total to edited-events
           move spaces to ws-rpt-line
           if ws-unknown-total is equal to zero
             string "  RESULT=CLEAN EVENTS=" delimited by size
                    edited-events            delimited by size
                    into ws-rpt-line
             end-string
           else
             string "  RESULT=UNCATALOGUED TYPES FOUND EVENTS="
                                             delimited by size
                    edited-events            delimited by size
                    into ws-rpt-line
             end-string
           end-if
           perform put-report-line
           close report-file
           .

       put-report-line.
           move ws-rpt-line to report-record
           write report-record
           display ws-rpt-line
           .

       set-class-names.
           move "INFO"         to cl-name(1)
           move "WARN"         to cl-name(2)
           move "ALARM"        to cl-name(3)
           move "AUDIT"        to cl-name(4)
           move "UNCATALOGUED" to cl-name(5)
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > 5
             move zero to cl-count(ws-class-idx)
           end-perform
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
       end program evtcat.
