      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Per-sensor calibration maintenance.
      *>
      *>       to the console and appended to CALDUE.RPT
      *>   Q - quit
      *>
      *> A calibration belongs to a physical part, not just to a
      *> rack label, so labels now resolve through the sensor
      *> asset register SENSOR_ASSET.DAT (see the assetreg
      *> program). E refuses a label that is not registered for
      *> this station as an in-service TMP102, and both audit lines
      *> carry the serial the label resolved to, so the auditors
      *> can tell which part a calibration was taken on. L shows
      *> each label's current serial and flags a label whose part
      *> was swapped after its calibration date - the offset on
      *> file was measured on the part that left. With no register
      *> on file, labels are taken as typed, with a warning.
      *>
      *> Entering a calibration needs the operator on shift in
      *> ONSHIFT.DAT to hold at least the MAINT role on the
      *> operator master (see opermast.cpy) - nobody adjusts the
      *> calibration their own readings are judged against just
      *> by being signed on. A refusal is written to the shared
      *> log as an AUTH-DENY event for the roles report in
      *> opmaster. Before the master exists the entry is allowed,
      *> with a warning, as signon behaves.
      *>
      *> How to build this program:
      *>   cobc -x calmaint.cob -I ../copybooks
      *>
       identification division.
       program-id. calmaint.
           select due-report-file assign to "caldue.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select asset-file assign to "sensor_asset.dat"
               organization is indexed
               access mode is random
               record key is SA-KEY
               file status is ws-asset-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select operator-file assign to "operator.dat"
               organization is indexed
               access mode is random
               record key is OM-ID
               file status is ws-oper-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.

       data division.
       file section.
       01  audit-record        pic x(120).
       fd  due-report-file.
       01  due-report-record   pic x(80).
       fd  asset-file.
           copy sensasset.
       fd  station-file.
       01  station-record      pic x(20).
       fd  operator-file.
           copy opermast.
       fd  onshift-file.
       01  onshift-record      pic x(30).
       fd  sensor-event-file.
           copy sensorevt.

       working-storage section.

       01 ws-today          pic x(8).
       01 ws-due-count      pic 9(2).

      *> sensor asset register housekeeping: the label a
      *> calibration is entered for must resolve to an in-service
      *> TMP102 at this station.
       01 ws-asset-status   pic xx.
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-asset-label    pic x(8).
       01 ws-asset-serial   pic x(16).
       01 ws-asset-install  pic x(8).
       01 ws-asset-reason   pic x(40).
       01 ws-asset-ok       pic x.
         88 asset-is-ok               value "Y".

      *> role authority housekeeping: the operator on shift, from
      *> ONSHIFT.DAT, must hold at least the role a function needs
      *> on the operator master.
       01 ws-oper-status    pic xx.
       01 ws-shift-status   pic xx.
       01 ws-sevt-status    pic xx.
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

       perform until maint-is-done
         display " "
         display "calmaint: L)IST  E)NTER  R) DUE REPORT  Q)UIT"
                       " GAIN=" ce-gain(ce-idx)
                       " CAL=" ce-caldate(ce-idx)
                       " DUE=" ce-duedate(ce-idx)
               move ce-label(ce-idx) to ws-asset-label
               perform resolve-label-asset
               if ws-asset-serial is not equal to spaces
                 display "      SERIAL=" ws-asset-serial
                         " INSTALLED " ws-asset-install
                 if ws-asset-install > ce-caldate(ce-idx)
                   display "      PART SWAPPED SINCE THIS "
                           "CALIBRATION - RECALIBRATE"
                 end-if
               end-if
             end-perform
           end-if
           .
      *> values go to the audit trail first; only then is the file
      *> rewritten.
       enter-calibration.
           move "CAL-ENTRY" to ws-auth-function
           move "MAINT"     to ws-auth-need
           perform check-authority
           if auth-is-granted
             perform ask-calibration-label
           end-if
           .

       ask-calibration-label.
           perform load-cal-table
           display "  sensor label ........: " with no advancing
           accept ws-ask-label
           move function upper-case(ws-ask-label) to ws-ask-label
           if ws-ask-label is equal to spaces
             display "  no label given."
           else
             move ws-ask-label to ws-asset-label
             perform resolve-label-asset
             if asset-is-ok
               perform ask-calibration-values
             else
               display "  not saved: " ws-ask-label " "
                       function trim(ws-asset-reason)
             end-if
           end-if
           .

       ask-calibration-values.
           display "  offset (e.g. -0.250) : " with no advancing
           accept ws-ask-offset
           display "  gain (e.g. 1.0000) ..: " with no advancing
           accept ws-ask-gain
           display "  cal date (YYYYMMDD) .: " with no advancing
           accept ws-ask-caldate
           display "  due date (YYYYMMDD) .: " with no advancing
           accept ws-ask-duedate
           if function test-numval(ws-ask-offset) not = 0 or
                function test-numval(ws-ask-gain) not = 0 or
                ws-ask-caldate is not numeric or
                ws-ask-duedate is not numeric
             display "  not saved: offset/gain must be numeric"
                     " and dates YYYYMMDD."
           else
             perform apply-new-calibration
           end-if
           .

      *> Resolves ws-asset-label through the sensor asset register
      *> under this station, leaving its serial and install date
      *> and asset-is-ok set when it is an in-service TMP102, or
      *> the reason it is not in ws-asset-reason. With no register
      *> on file the label is accepted as typed, with a warning.
       resolve-label-asset.
           move "N" to ws-asset-ok
           move spaces to ws-asset-serial ws-asset-install
                          ws-asset-reason
           open input asset-file
           if ws-asset-status is equal to "35"
             display "  no sensor asset register on file - label "
                     "not validated."
             move "Y" to ws-asset-ok
           else
             if ws-asset-status is not equal to "00"
               string "- sensor_asset.dat status " delimited by size
                      ws-asset-status delimited by size
                      into ws-asset-reason
               end-string
             else
               move ws-station     to SA-STATION
               move ws-asset-label to SA-LABEL
               read asset-file
                 key is SA-KEY
                 invalid key
                   move "is not on the sensor asset register."
                     to ws-asset-reason
                 not invalid key
                   move SA-SERIAL       to ws-asset-serial
                   move SA-INSTALL-DATE to ws-asset-install
                   if SA-STATUS is equal to "A" and
                        SA-DEVICE is equal to "TMP102"
                     move "Y" to ws-asset-ok
                   else
                     string "is registered as " delimited by size
                            SA-DEVICE            delimited by size
                            " STATUS="           delimited by size
                            SA-STATUS            delimited by size
                            into ws-asset-reason
                     end-string
                   end-if
               end-read
               close asset-file
             end-if
           end-if
           .
                    ce-caldate(ce-slot) delimited by size
                    " DUE="             delimited by size
                    ce-duedate(ce-slot) delimited by size
                    " SERIAL="          delimited by size
                    ws-asset-serial     delimited by size
                    into ws-aud-line
             end-string
           end-if
                    ws-ask-caldate delimited by size
                    " DUE="        delimited by size
                    ws-ask-duedate delimited by size
                    " SERIAL="     delimited by size
                    ws-asset-serial delimited by size
                    into ws-aud-line
             end-string
             perform put-audit-line
           write due-report-record
           display ws-rpt-line
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
           move "CALMAINT"      to SE-SOURCE
           move "AUTH-DENY"      to SE-EVENT-TYPE
           move ws-auth-function to SE-VALUE
           move ws-auth-operator to SE-OPERATOR
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program calmaint.
